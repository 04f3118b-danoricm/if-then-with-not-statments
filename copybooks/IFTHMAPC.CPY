000100*****************************************************
000110*  IFTHMAPC.CPY                                     *
000120*  SYMBOLIC MAP FOR THE IFTHMAP/HLDMAP LARGE-VALUE   *
000130*  HOLD APPROVAL SCREEN (SEE IFTHMAP.BMS FOR THE     *
000140*  PHYSICAL MAP).  KEPT AS A HAND-MAINTAINED         *
000150*  COPYBOOK SO THE FIELD NAMES STAY IN OUR NAMING    *
000160*  STYLE, THE SAME WAY IFTCMAPC COVERS THE CODE-     *
000170*  REFERENCE SCREEN; REGENERATE THE BMS SIDE         *
000180*  WHENEVER A FIELD MOVES AND KEEP THE TWO IN STEP.  *
000190*****************************************************
000200 01  HLDMAPI.
000210     05  FILLER                  PIC X(12).
000220     05  HM-FUNC-L               PIC S9(04) COMP.
000230     05  HM-FUNC-F               PIC X(01).
000240     05  HM-FUNC-I               PIC X(01).
000250     05  HM-KEYID-L              PIC S9(04) COMP.
000260     05  HM-KEYID-F              PIC X(01).
000270     05  HM-KEYID-I              PIC X(10).
000280     05  HM-LIST-LINE            OCCURS 8 TIMES.
000290         10  HM-LST-L            PIC S9(04) COMP.
000300         10  HM-LST-F            PIC X(01).
000310         10  HM-LST-I            PIC X(69).
000320     05  HM-HLDINF-L             PIC S9(04) COMP.
000330     05  HM-HLDINF-F             PIC X(01).
000340     05  HM-HLDINF-I             PIC X(40).
000350     05  HM-DECINF-L             PIC S9(04) COMP.
000360     05  HM-DECINF-F             PIC X(01).
000370     05  HM-DECINF-I             PIC X(40).
000380     05  HM-CNFINF-L             PIC S9(04) COMP.
000390     05  HM-CNFINF-F             PIC X(01).
000400     05  HM-CNFINF-I             PIC X(40).
000410     05  HM-MSG-L                PIC S9(04) COMP.
000420     05  HM-MSG-F                PIC X(01).
000430     05  HM-MSG-I                PIC X(70).
000440 01  HLDMAPO REDEFINES HLDMAPI.
000450     05  FILLER                  PIC X(12).
000460     05  FILLER                  PIC X(03).
000470     05  HM-FUNC-O               PIC X(01).
000480     05  FILLER                  PIC X(03).
000490     05  HM-KEYID-O              PIC X(10).
000500     05  HM-LIST-LINE-O          OCCURS 8 TIMES.
000510         10  FILLER              PIC X(03).
000520         10  HM-LST-O            PIC X(69).
000530     05  FILLER                  PIC X(03).
000540     05  HM-HLDINF-O             PIC X(40).
000550     05  FILLER                  PIC X(03).
000560     05  HM-DECINF-O             PIC X(40).
000570     05  FILLER                  PIC X(03).
000580     05  HM-CNFINF-O             PIC X(40).
000590     05  FILLER                  PIC X(03).
000600     05  HM-MSG-O                PIC X(70).
