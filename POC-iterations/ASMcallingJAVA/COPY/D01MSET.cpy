      ******************************************************************
      *  D01MSET - SYMBOLIC MAP FOR MAPSET D01MSET, MAP D01MMAP       *
      *  (TRANSACTION D01M, PROGRAM D001ONLN).  KEEP IN STEP WITH THE *
      *  MAPSET SOURCE - FIELD ORDER AND LENGTHS MUST MATCH.          *
      ******************************************************************
       01  D01MMAPI.
           02  FILLER                     PIC X(12).
           02  TRDATEL                    COMP PIC S9(4).
           02  TRDATEF                    PIC X.
           02  FILLER REDEFINES TRDATEF.
               03  TRDATEA                PIC X.
           02  TRDATEI                    PIC X(10).
           02  RKEYL                      COMP PIC S9(4).
           02  RKEYF                      PIC X.
           02  FILLER REDEFINES RKEYF.
               03  RKEYA                  PIC X.
           02  RKEYI                      PIC X(15).
           02  RLENL                      COMP PIC S9(4).
           02  RLENF                      PIC X.
           02  FILLER REDEFINES RLENF.
               03  RLENA                  PIC X.
           02  RLENI                      PIC X(05).
           02  PKEYL                      COMP PIC S9(4).
           02  PKEYF                      PIC X.
           02  FILLER REDEFINES PKEYF.
               03  PKEYA                  PIC X.
           02  PKEYI                      PIC X(15).
           02  PSTATL                     COMP PIC S9(4).
           02  PSTATF                     PIC X.
           02  FILLER REDEFINES PSTATF.
               03  PSTATA                 PIC X.
           02  PSTATI                     PIC X(30).
           02  PDATAL                     COMP PIC S9(4).
           02  PDATAF                     PIC X.
           02  FILLER REDEFINES PDATAF.
               03  PDATAA                 PIC X.
           02  PDATAI                     PIC X(60).
           02  RDATA1L                    COMP PIC S9(4).
           02  RDATA1F                    PIC X.
           02  FILLER REDEFINES RDATA1F.
               03  RDATA1A                PIC X.
           02  RDATA1I                    PIC X(40).
           02  RDATA2L                    COMP PIC S9(4).
           02  RDATA2F                    PIC X.
           02  FILLER REDEFINES RDATA2F.
               03  RDATA2A                PIC X.
           02  RDATA2I                    PIC X(40).
           02  REXT1L                     COMP PIC S9(4).
           02  REXT1F                     PIC X.
           02  FILLER REDEFINES REXT1F.
               03  REXT1A                 PIC X.
           02  REXT1I                     PIC X(78).
           02  REXT2L                     COMP PIC S9(4).
           02  REXT2F                     PIC X.
           02  FILLER REDEFINES REXT2F.
               03  REXT2A                 PIC X.
           02  REXT2I                     PIC X(78).
           02  REXT3L                     COMP PIC S9(4).
           02  REXT3F                     PIC X.
           02  FILLER REDEFINES REXT3F.
               03  REXT3A                 PIC X.
           02  REXT3I                     PIC X(78).
           02  REXT4L                     COMP PIC S9(4).
           02  REXT4F                     PIC X.
           02  FILLER REDEFINES REXT4F.
               03  REXT4A                 PIC X.
           02  REXT4I                     PIC X(78).
           02  MSGL                       COMP PIC S9(4).
           02  MSGF                       PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                   PIC X.
           02  MSGI                       PIC X(78).
       01  D01MMAPO REDEFINES D01MMAPI.
           02  FILLER                     PIC X(12).
           02  FILLER                     PIC X(03).
           02  TRDATEO                    PIC X(10).
           02  FILLER                     PIC X(03).
           02  RKEYO                      PIC X(15).
           02  FILLER                     PIC X(03).
           02  RLENO                      PIC X(05).
           02  FILLER                     PIC X(03).
           02  PKEYO                      PIC X(15).
           02  FILLER                     PIC X(03).
           02  PSTATO                     PIC X(30).
           02  FILLER                     PIC X(03).
           02  PDATAO                     PIC X(60).
           02  FILLER                     PIC X(03).
           02  RDATA1O                    PIC X(40).
           02  FILLER                     PIC X(03).
           02  RDATA2O                    PIC X(40).
           02  FILLER                     PIC X(03).
           02  REXT1O                     PIC X(78).
           02  FILLER                     PIC X(03).
           02  REXT2O                     PIC X(78).
           02  FILLER                     PIC X(03).
           02  REXT3O                     PIC X(78).
           02  FILLER                     PIC X(03).
           02  REXT4O                     PIC X(78).
           02  FILLER                     PIC X(03).
           02  MSGO                       PIC X(78).
