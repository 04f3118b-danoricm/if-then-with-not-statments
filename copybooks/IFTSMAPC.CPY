000490     05  SM-TCODE-L              PIC S9(04) COMP.
000500     05  SM-TCODE-F              PIC X(01).
000510     05  SM-TCODE-I              PIC X(04).
000512     05  SM-ACCTNO-L             PIC S9(04) COMP.
000515     05  SM-ACCTNO-F             PIC X(01).
000517     05  SM-ACCTNO-I             PIC X(10).
000520     05  SM-STATUS-L             PIC S9(04) COMP.
000530     05  SM-STATUS-F             PIC X(01).
000540     05  SM-STATUS-I             PIC X(01).
000850     05  FILLER                  PIC X(03).
000860     05  SM-TCODE-O              PIC X(04).
000870     05  FILLER                  PIC X(03).
000873     05  SM-ACCTNO-O             PIC X(10).
000876     05  FILLER                  PIC X(03).
000880     05  SM-STATUS-O             PIC X(01).
000890     05  FILLER                  PIC X(03).
000900     05  SM-WORSN-O              PIC X(20).
