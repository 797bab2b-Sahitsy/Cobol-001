                        ORGANIZATION IS INDEXED
                        ACCESS MODE IS DYNAMIC
                        RECORD KEY IS ENR-IDX-CLE
                        ALTERNATE RECORD KEY IS IDX-D-CONTENU
                           WITH DUPLICATES
                        FILE STATUS IS L-STS-IDX.

       DATA DIVISION.
           05  ENR-IDX-CLE       PIC 9(7).
           05  ENR-IDX-DONNEES.
               10  IDX-D-TYPE    PIC X.
               10  IDX-D-CONTENU.
                   15  IDX-D-HELLO   PIC X(5).
                   15  FILLER        PIC X.
                   15  IDX-D-WORLD   PIC X(5).
               10  FILLER        PIC X(7).
           05  ENR-IDX-DATE-CHARGEMENT PIC 9(8).
           05  ENR-IDX-ORIGINE   PIC X(5).
