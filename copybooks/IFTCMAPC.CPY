000470     05  CM-MAXAMT-L             PIC S9(04) COMP.
000480     05  CM-MAXAMT-F             PIC X(01).
000490     05  CM-MAXAMT-I             PIC X(11).
000492     05  CM-APRLIM-L             PIC S9(04) COMP.
000495     05  CM-APRLIM-F             PIC X(01).
000497     05  CM-APRLIM-I             PIC X(11).
000500     05  CM-ENTINF-L             PIC S9(04) COMP.
000510     05  CM-ENTINF-F             PIC X(01).
000520     05  CM-ENTINF-I             PIC X(40).
000750     05  FILLER                  PIC X(03).
000760     05  CM-MAXAMT-O             PIC X(11).
000770     05  FILLER                  PIC X(03).
000773     05  CM-APRLIM-O             PIC X(11).
000776     05  FILLER                  PIC X(03).
000780     05  CM-ENTINF-O             PIC X(40).
000790     05  FILLER                  PIC X(03).
000800     05  CM-MSG-O                PIC X(70).
