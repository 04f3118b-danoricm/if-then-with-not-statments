000400                                    OCCURS 6 TIMES.
000410     05  IFT-RUN-FINAL-RC           PIC 9(02).
000420     05  FILLER                     PIC X(04).
000430*    ITEMS THE EDIT PARKED ON THE FUTURE-DATED
000440*    WAREHOUSE - NEITHER MATCHED NOR FAILED, SO READ
000450*    = MATCHED + FAILED + WAREHOUSED.  ROWS WRITTEN
000460*    BEFORE THE FIELD EXISTED CARRY SPACES HERE.
000470     05  IFT-RUN-RECORDS-WHSE       PIC 9(09) COMP-3.
000471*    COUNTS FOR REASONS RC07 AND UP - THE FIRST SIX
000472*    ABOVE ARE FULL AND THE FIXED PART OF THE RECORD
000473*    CANNOT MOVE.  ENTRY 1 HERE IS RC07, ENTRY 2 RC08
000475*    AND SO ON.  ROWS WRITTEN BEFORE THE FIELD EXISTED
000476*    CARRY SPACES HERE.
000477     05  IFT-RUN-REASON-COUNT-X     PIC 9(07) COMP-3
000478                                    OCCURS 6 TIMES.
000480*    ITEMS THE EDIT WROTE TO THE LARGE-VALUE HOLD FILE -
000490*    LIKE THE WAREHOUSED ITEMS, NEITHER MATCHED NOR
000500*    FAILED, SO READ = MATCHED + FAILED + WAREHOUSED +
000510*    HELD.  ROWS WRITTEN BEFORE THE FIELD EXISTED CARRY
000520*    SPACES HERE.
000530     05  IFT-RUN-RECORDS-HELD       PIC 9(09) COMP-3.
000540     05  FILLER                     PIC X(01).
