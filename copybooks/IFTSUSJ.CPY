000100*****************************************************
000110*  IFTSUSJ.CPY                                      *
000120*  SUSPENSE MASTER CHANGE JOURNAL RECORD.  ONE ENTRY *
000130*  PER UPDATE TO THE ONLINE SUSPENSE MASTER - EVERY  *
000140*  ADD, REWRITE AND DELETE, ONLINE OR BATCH - WITH   *
000150*  THE WHOLE RECORD AS IT STOOD BEFORE AND AFTER.    *
000160*  THE JOURNAL IS AN ENTRY-SEQUENCED CLUSTER,        *
000170*  WRITTEN BY ISUS AS CICS FILE IFTSUSJ AND EXTENDED *
000180*  BY EACH BATCH STEP THAT UPDATES THE MASTER WHILE  *
000190*  THE ONLINE FILES ARE CLOSED, SO ITS ORDER IS THE  *
000200*  ORDER THE CHANGES WERE MADE.  IT IS NEVER         *
000210*  UPDATED.  IFTSUSJA PRINTS IT FIELD BY FIELD FOR   *
000220*  AUDIT; IFTSUSFR REPLAYS IT OVER A BACKUP TO       *
000224*  REBUILD A LOST MASTER.  EACH NIGHTLY RESET SEEDS  *
000228*  THE EMPTY CLUSTER WITH AN ALL-NINES SENTINEL (AN  *
000232*  UNLOADED CLUSTER CANNOT BE OFFLOADED); READERS    *
000236*  PASS OVER IT.                                     *
000240*                                                     *
000250*  ACTION - A ADDED (NO BEFORE IMAGE)                 *
000260*           C CHANGED IN PLACE                        *
000270*           D DELETED (NO AFTER IMAGE)                *
000280*  USER   - THE SIGNED-ON USER ONLINE, THE PROGRAM    *
000290*           NAME IN BATCH                             *
000300*****************************************************
000310 01  IFT-SUSPENSE-JOURNAL-RECORD.
000320     05  IFT-SUJ-STAMP.
000330         10  IFT-SUJ-DATE           PIC 9(08).
000340         10  IFT-SUJ-TIME           PIC 9(06).
000350     05  IFT-SUJ-PROGRAM            PIC X(08).
000360     05  IFT-SUJ-USER               PIC X(08).
000370     05  IFT-SUJ-ACTION             PIC X(01).
000380         88  IFT-SUJ-WAS-ADDED          VALUE "A".
000390         88  IFT-SUJ-WAS-CHANGED        VALUE "C".
000400         88  IFT-SUJ-WAS-DELETED        VALUE "D".
000410     05  IFT-SUJ-KEY.
000420         10  IFT-SUJ-RECORD-ID      PIC X(10).
000430         10  IFT-SUJ-REASON-CODE    PIC X(04).
000440     05  FILLER                     PIC X(03).
000450     05  IFT-SUJ-BEFORE-IMAGE       PIC X(176).
000460     05  IFT-SUJ-AFTER-IMAGE        PIC X(176).
