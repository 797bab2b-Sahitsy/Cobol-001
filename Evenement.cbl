       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Evenement.
      *DESCRIPTION : Sous-programme du fil d'evenements d'exploitation,
      *              appele par les programmes de la chaine pour chaque
      *              evenement significatif : ajoute au fichier partage
      *              Evenement.fic une ligne au dessin standard
      *              (numero de sequence, horodatage, programme,
      *              gravite I/W/C, code evenement, origine ou fichier
      *              concerne, texte court) surveillee par la console
      *              d'exploitation et reprise par Matin. Le numero de
      *              sequence, croissant sans trou, est tenu dans
      *              Evenement.seq ; perdu, il est recalcule sur le
      *              dernier evenement du fil. Comme pour Suivi, un
      *              incident sur le fil ne fait jamais echouer le
      *              programme appelant.
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
      *---------------------
       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
                      DECIMAL-POINT IS COMMA.

      *---------------------
       INPUT-OUTPUT SECTION.
      *---------------------
       FILE-CONTROL.
      *-------------
      *--- Fil d'evenements partage, complete a chaque appel
           SELECT F-EVT     ASSIGN TO 'Evenement.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-EVT.

      *--- Dernier numero de sequence attribue
           SELECT F-SEQ     ASSIGN TO 'Evenement.seq'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-SEQ.

      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-------------
       FILE SECTION.
      *-------------
      *--- Un evenement : la sequence permet a l'outil de surveillance
      *    de ne reprendre que les evenements nouveaux
       FD  F-EVT
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-EVT.
           10  EVT-SEQUENCE     PIC 9(9).
           10  EVT-DATE         PIC 9(8).
           10  EVT-HEURE        PIC 9(8).
           10  EVT-PGM          PIC X(8).
           10  EVT-SEVERITE     PIC X.
           10  EVT-CODE         PIC X(8).
           10  EVT-OBJET        PIC X(40).
           10  EVT-TEXTE        PIC X(50).
           10  FILLER           PIC X(8).

      *--- Compteur de sequence
       FD  F-SEQ
           RECORD CONTAINS 9 CHARACTERS.
       01  ENR-SEQ             PIC 9(9).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *  FILE STATUS
       01 L-STS-EVT           PIC 9(2).
       01 L-STS-SEQ           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-EVT-EOF           PIC X.
           88 L-EVT-EOF-OUI   VALUE 'O'.
           88 L-EVT-EOF-NON   VALUE 'N'.

      *--- Numero attribue a l'evenement en cours
       01 w-Sequence          PIC 9(9) VALUE 0.
       01 w-Seq-Connue        PIC X    VALUE 'N'.
           88 w-Seq-Connue-Oui VALUE 'O'.
           88 w-Seq-Connue-Non VALUE 'N'.

      *--- Horodatage de l'evenement, pris au moment de l'appel
       01 w-Evt-Date          PIC 9(8).
       01 w-Evt-Heure         PIC 9(8).

      *----------------
       LINKAGE SECTION.
      *----------------
      *--- Variables de communication avec d'autres programmes
       01 Evenement-Demande.
           05 Evenement-Pgm      PIC X(8).
           05 Evenement-Severite PIC X.
               88 Evenement-Info     VALUE 'I'.
               88 Evenement-Alerte   VALUE 'W'.
               88 Evenement-Critique VALUE 'C'.
           05 Evenement-Code     PIC X(8).
           05 Evenement-Objet    PIC X(40).
           05 Evenement-Texte    PIC X(50).

      *=================================================================
       PROCEDURE DIVISION USING Evenement-Demande.
      *=================================================================
      *    Appel du paragraphe : ATTRIBUTION-SEQUENCE
           PERFORM ATTRIBUTION-SEQUENCE

      *    Appel du paragraphe : ECRITURE-EVENEMENT
           PERFORM ECRITURE-EVENEMENT

           GOBACK
           .
      *-----------------------------------------------------------------
      *           PARAGRAPHES APPELLEES
      *-----------------------------------------------------------------

      *=================================================================
       ATTRIBUTION-SEQUENCE.
      *=================================================================
      *    Sequence suivante : le compteur de Evenement.seq, a defaut
      *    le numero du dernier evenement du fil (premier appel : 1)
           MOVE 0 TO w-Sequence
           SET w-Seq-Connue-Non TO TRUE

           OPEN INPUT F-SEQ

           IF L-STS-SEQ = 0
              READ F-SEQ
              IF L-STS-SEQ = 0 AND ENR-SEQ IS NUMERIC
                 MOVE ENR-SEQ TO w-Sequence
                 SET w-Seq-Connue-Oui TO TRUE
              END-IF
              CLOSE F-SEQ
           END-IF

           IF w-Seq-Connue-Non
              PERFORM RECALCUL-SEQUENCE
           END-IF

           ADD 1 TO w-Sequence

           OPEN OUTPUT F-SEQ

           IF L-STS-SEQ NOT = 0
              DISPLAY 'Erreur ouverture fichier SEQUENCE EVENEMENTS'
           ELSE
              MOVE w-Sequence TO ENR-SEQ
              WRITE ENR-SEQ
              CLOSE F-SEQ
           END-IF
           .

      *=================================================================
       RECALCUL-SEQUENCE.
      *=================================================================
           SET L-EVT-EOF-NON TO TRUE

           OPEN INPUT F-EVT

           IF L-STS-EVT NOT = 0
              SET L-EVT-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-EVT-EOF-OUI
              READ F-EVT
              AT END
                 SET L-EVT-EOF-OUI TO TRUE
              NOT AT END
                 IF EVT-SEQUENCE IS NUMERIC
                    AND EVT-SEQUENCE > w-Sequence
                    MOVE EVT-SEQUENCE TO w-Sequence
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-EVT = 0 OR L-STS-EVT = 10
              CLOSE F-EVT
           END-IF
           .

      *=================================================================
       ECRITURE-EVENEMENT.
      *=================================================================
      *    Le fil est complete, jamais ecrase ; il est cree au premier
      *    evenement. Une gravite inconnue est ramenee a l'alerte
           OPEN EXTEND F-EVT

           IF L-STS-EVT = 35
              OPEN OUTPUT F-EVT
           END-IF

           IF L-STS-EVT NOT = 0
              DISPLAY 'Erreur ouverture fichier EVENEMENTS'
           ELSE
              ACCEPT w-Evt-Date  FROM DATE YYYYMMDD
              ACCEPT w-Evt-Heure FROM TIME

              MOVE SPACES             TO ENR-EVT
              MOVE w-Sequence         TO EVT-SEQUENCE
              MOVE w-Evt-Date         TO EVT-DATE
              MOVE w-Evt-Heure        TO EVT-HEURE
              MOVE Evenement-Pgm      TO EVT-PGM
              IF Evenement-Info OR Evenement-Alerte
                 OR Evenement-Critique
                 MOVE Evenement-Severite TO EVT-SEVERITE
              ELSE
                 MOVE 'W'                TO EVT-SEVERITE
              END-IF
              MOVE Evenement-Code     TO EVT-CODE
              MOVE Evenement-Objet    TO EVT-OBJET
              MOVE Evenement-Texte    TO EVT-TEXTE

              WRITE ENR-EVT

              IF L-STS-EVT NOT = 0
                 DISPLAY 'Erreur ecriture fichier EVENEMENTS'
              END-IF

              CLOSE F-EVT
           END-IF
           .

      *================================================================
      *Fin du programme
       END PROGRAM Evenement.
