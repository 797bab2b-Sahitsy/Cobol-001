      *              Le rapport (Matin.rpt) conclut par RAS ou par la
      *              liste exacte des actions a mener avant l'equipe
      *              de jour.
      *              La liste des actions est construite sur le fil
      *              d'evenements d'exploitation (Evenement.fic) : un
      *              evenement critique ou d'alerte paru depuis le
      *              rapport precedent est une action, les critiques en
      *              tete. La plage de sequences deja reprise est tenue
      *              dans Matin.seq ; une relance le meme jour reprend
      *              la meme plage. S'y ajoutent les actions d'etat
      *              (alertes a acquitter, reprise en attente). Sans
      *              fil d'evenements, les actions sont deduites des
      *              sources comme auparavant.
      *-----------------------------------------------------------------

      *=================================================================
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CAL.

      *--- Fil d'evenements d'exploitation, alimente par Evenement
           SELECT F-EVT     ASSIGN TO 'Evenement.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-EVT.

      *--- Plage de sequences du fil reprise au dernier rapport
           SELECT F-MSQ     ASSIGN TO 'Matin.seq'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-MSQ.

      *--- Rapport de situation du matin
           SELECT F-RPT     ASSIGN TO 'Matin.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 8 CHARACTERS.
       01  ENR-CAL             PIC 9(8).

      *--- Evenement (dessin de ENR-EVT de Evenement)
       FD  F-EVT
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-EVT.
           10  EVT-SEQUENCE     PIC 9(9).
           10  EVT-DATE         PIC 9(8).
           10  EVT-HEURE        PIC 9(8).
           10  EVT-PGM          PIC X(8).
           10  EVT-SEVERITE     PIC X.
               88 EVT-INFO      VALUE 'I'.
               88 EVT-ALERTE    VALUE 'W'.
               88 EVT-CRITIQUE  VALUE 'C'.
           10  EVT-CODE         PIC X(8).
           10  EVT-OBJET        PIC X(40).
           10  EVT-TEXTE        PIC X(50).
           10  FILLER           PIC X(8).

      *--- Date du dernier rapport et plage de sequences reprise
       FD  F-MSQ
           RECORD CONTAINS 26 CHARACTERS.
       01  ENR-MSQ.
           10  MSQ-DATE         PIC 9(8).
           10  MSQ-DEBUT        PIC 9(9).
           10  MSQ-FIN          PIC 9(9).

      *--- Rapport de situation
       FD  F-RPT
           RECORD CONTAINS 80 CHARACTERS.
           88 w-Cal-Present-Non VALUE 'N'.
       01 w-Cal-Date-Courante PIC 9(8) VALUE 0.

      *--- Fil d'evenements : plage reprise par ce rapport et
      *    evenements critiques ou d'alerte a porter en actions
       01 w-Fil-Present       PIC X    VALUE 'N'.
           88 w-Fil-Present-Oui VALUE 'O'.
           88 w-Fil-Present-Non VALUE 'N'.
       01 w-Msq-Date          PIC 9(8) VALUE 0.
       01 w-Msq-Debut         PIC 9(9) VALUE 0.
       01 w-Msq-Fin           PIC 9(9) VALUE 0.
       01 w-Fil-Maxi          PIC 9(9) VALUE 0.
       01 w-Fil-Debut         PIC 9(9) VALUE 1.
       01 w-Fil-Fin           PIC 9(9) VALUE 0.
       01 w-Nb-Evt-Info       PIC 9(5) VALUE 0.
       01 w-Nb-Evt-Alerte     PIC 9(5) VALUE 0.
       01 w-Nb-Evt-Critique   PIC 9(5) VALUE 0.
       01 w-Nb-Evt-Hors-Table PIC 9(5) VALUE 0.
       01 w-Evt-Table.
           05 w-Evt-Entree OCCURS 100 TIMES.
               10 w-Evt-Severite  PIC X.
               10 w-Evt-Pgm       PIC X(8).
               10 w-Evt-Code      PIC X(8).
               10 w-Evt-Objet     PIC X(40).
               10 w-Evt-Texte     PIC X(50).
       01 w-Evt-Nb            PIC 9(3) VALUE 0.
       01 w-Evt-Idx           PIC 9(3) VALUE 0.
       01 w-Evt-Gravite       PIC X    VALUE SPACE.

      *--- Nombre d'actions a mener : zero en fin de compte = RAS
       01 w-Nb-Actions        PIC 9(3) VALUE 0.

       01 L-STS-CNT           PIC 9(2).
       01 L-STS-CKP           PIC 9(2).
       01 L-STS-CAL           PIC 9(2).
       01 L-STS-EVT           PIC 9(2).
       01 L-STS-MSQ           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
           88 L-REJ-EOF-OUI   VALUE 'O'.
           88 L-REJ-EOF-NON   VALUE 'N'.

       01 L-EVT-EOF           PIC X.
           88 L-EVT-EOF-OUI   VALUE 'O'.
           88 L-EVT-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(31)
           PERFORM RELEVE-CHECKPOINT
           PERFORM RELEVE-CALENDRIER

      *    Evenements parus depuis le rapport precedent
           PERFORM RELEVE-EVENEMENTS

      *    Edition de la page unique et du verdict
           PERFORM EDITION-SITUATION


      *       Le pied du journal edite le code retour en ZZ9 : un job
      *       propre se termine exactement par '  0'
              IF w-Log-Dernier-CR NOT = '  0' AND w-Fil-Present-Non
                 MOVE 'ANALYSER MENU.LOG : JOB PLANIFIE EN ERREUR'
                                                   TO L-RPT-A-TEXTE
                 PERFORM ECRITURE-ACTION
           MOVE w-Volume-Lot                       TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Nb-Rejets > 0 AND w-Fil-Present-Non
              MOVE 'SOLDER LES REJETS (ATELIER REPARE)'
                                                   TO L-RPT-A-TEXTE
              PERFORM ECRITURE-ACTION
           END-IF

      *    Actions tirees du fil d'evenements
           IF w-Fil-Present-Oui
              PERFORM EDITION-EVENEMENTS
           ELSE
              MOVE 'FIL D''EVENEMENTS ABSENT : ACTIONS SUR LES SOURCES'
                                                   TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

           IF w-Reprise-Attente-Oui
              MOVE 'POINT DE REPRISE NON SOLDE : RELANCE EN ATTENTE'
                                                   TO L-RPT-L-TEXTE
           MOVE w-Der-CR(w-Der-Idx)    TO L-RPT-J-CR

      *    Un job dont la derniere execution est en erreur est signale
      *    sur sa ligne ; sans fil d'evenements, il compte comme
      *    action a mener (le fil en porte sinon l'evenement)
           IF w-Der-CR(w-Der-Idx) = 0
              MOVE SPACES                     TO L-RPT-J-OBS
           ELSE
              MOVE '** EN ERREUR - A VERIFIER' TO L-RPT-J-OBS
              IF w-Fil-Present-Non
                 ADD 1 TO w-Nb-Actions
              END-IF
           END-IF

           WRITE ENR-RPT FROM L-RPT-JOB
           .

      *=================================================================
       RELEVE-EVENEMENTS.
      *=================================================================
      *    Plage a reprendre : celle du rapport precedent s'il date du
      *    meme jour (relance), sinon tout ce qui a paru depuis. Un
      *    fil repris a zero (sequence inferieure a la derniere
      *    reprise) est relu depuis le debut
           MOVE 0 TO w-Msq-Date
           MOVE 0 TO w-Msq-Debut
           MOVE 0 TO w-Msq-Fin

           OPEN INPUT F-MSQ

           IF L-STS-MSQ = 0
              READ F-MSQ
              IF L-STS-MSQ = 0 AND ENR-MSQ IS NUMERIC
                 MOVE MSQ-DATE  TO w-Msq-Date
                 MOVE MSQ-DEBUT TO w-Msq-Debut
                 MOVE MSQ-FIN   TO w-Msq-Fin
              END-IF
              CLOSE F-MSQ
           END-IF

      *    Premiere lecture : existence du fil et derniere sequence
           SET w-Fil-Present-Non TO TRUE
           MOVE 0 TO w-Fil-Maxi
           SET L-EVT-EOF-NON TO TRUE

           OPEN INPUT F-EVT

           IF L-STS-EVT NOT = 0
              SET L-EVT-EOF-OUI TO TRUE
           ELSE
              SET w-Fil-Present-Oui TO TRUE
           END-IF

           PERFORM UNTIL L-EVT-EOF-OUI
              READ F-EVT
              AT END
                 SET L-EVT-EOF-OUI TO TRUE
              NOT AT END
                 IF EVT-SEQUENCE IS NUMERIC
                    AND EVT-SEQUENCE > w-Fil-Maxi
                    MOVE EVT-SEQUENCE TO w-Fil-Maxi
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-EVT = 10 OR L-STS-EVT = 0
              CLOSE F-EVT
           END-IF

           IF w-Fil-Present-Oui
              PERFORM CHARGEMENT-EVENEMENTS
           END-IF
           .

      *=================================================================
       CHARGEMENT-EVENEMENTS.
      *=================================================================
           IF w-Msq-Date = w-Date-Sys AND w-Msq-Debut > 0
              MOVE w-Msq-Debut TO w-Fil-Debut
           ELSE
              COMPUTE w-Fil-Debut = w-Msq-Fin + 1
           END-IF

           IF w-Fil-Maxi < w-Msq-Fin
              MOVE 1 TO w-Fil-Debut
           END-IF

           COMPUTE w-Fil-Fin = w-Fil-Debut - 1

      *    Seconde lecture : evenements de la plage
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
                    AND EVT-SEQUENCE >= w-Fil-Debut
                    PERFORM POINTAGE-EVENEMENT
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-EVT = 10 OR L-STS-EVT = 0
              CLOSE F-EVT
           END-IF

      *    La plage reprise est retenue pour le rapport suivant
           OPEN OUTPUT F-MSQ

           IF L-STS-MSQ NOT = 0
              DISPLAY 'Erreur ouverture fichier SEQUENCE MATIN'
           ELSE
              MOVE w-Date-Sys  TO MSQ-DATE
              MOVE w-Fil-Debut TO MSQ-DEBUT
              MOVE w-Fil-Fin   TO MSQ-FIN
              WRITE ENR-MSQ
              CLOSE F-MSQ
           END-IF
           .

      *=================================================================
       POINTAGE-EVENEMENT.
      *=================================================================
           IF EVT-SEQUENCE > w-Fil-Fin
              MOVE EVT-SEQUENCE TO w-Fil-Fin
           END-IF

           EVALUATE TRUE
              WHEN EVT-CRITIQUE
                 ADD 1 TO w-Nb-Evt-Critique
              WHEN EVT-ALERTE
                 ADD 1 TO w-Nb-Evt-Alerte
              WHEN OTHER
                 ADD 1 TO w-Nb-Evt-Info
           END-EVALUATE

           IF EVT-CRITIQUE OR EVT-ALERTE
              IF w-Evt-Nb < 100
                 ADD 1 TO w-Evt-Nb
                 MOVE EVT-SEVERITE TO w-Evt-Severite(w-Evt-Nb)
                 MOVE EVT-PGM      TO w-Evt-Pgm(w-Evt-Nb)
                 MOVE EVT-CODE     TO w-Evt-Code(w-Evt-Nb)
                 MOVE EVT-OBJET    TO w-Evt-Objet(w-Evt-Nb)
                 MOVE EVT-TEXTE    TO w-Evt-Texte(w-Evt-Nb)
              ELSE
                 ADD 1 TO w-Nb-Evt-Hors-Table
              END-IF
           END-IF
           .

      *=================================================================
       EDITION-EVENEMENTS.
      *=================================================================
      *    Decompte de la plage par gravite, puis une action par
      *    evenement critique, ensuite par evenement d'alerte
           MOVE 'EVENEMENTS DU FIL DEPUIS LA SEQUENCE'
                                                   TO L-RPT-L-TEXTE
           MOVE w-Fil-Debut                        TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  CRITIQUES'                      TO L-RPT-L-TEXTE
           MOVE w-Nb-Evt-Critique                  TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  ALERTES'                        TO L-RPT-L-TEXTE
           MOVE w-Nb-Evt-Alerte                    TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  INFORMATIONS'                   TO L-RPT-L-TEXTE
           MOVE w-Nb-Evt-Info                      TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'C' TO w-Evt-Gravite
           PERFORM VARYING w-Evt-Idx FROM 1 BY 1
                      UNTIL w-Evt-Idx > w-Evt-Nb
              IF w-Evt-Severite(w-Evt-Idx) = w-Evt-Gravite
                 PERFORM ACTION-EVENEMENT
              END-IF
           END-PERFORM

           MOVE 'W' TO w-Evt-Gravite
           PERFORM VARYING w-Evt-Idx FROM 1 BY 1
                      UNTIL w-Evt-Idx > w-Evt-Nb
              IF w-Evt-Severite(w-Evt-Idx) = w-Evt-Gravite
                 PERFORM ACTION-EVENEMENT
              END-IF
           END-PERFORM

           IF w-Nb-Evt-Hors-Table > 0
              MOVE 'CONSULTER EVENEMENT.FIC : AUTRES EVENEMENTS'
                                                   TO L-RPT-A-TEXTE
              PERFORM ECRITURE-ACTION
           END-IF
           .

      *=================================================================
       ACTION-EVENEMENT.
      *=================================================================
      *    (C) ou (W), programme, code, objet et texte de l'evenement
           MOVE SPACES TO L-RPT-A-TEXTE
           STRING '('                      DELIMITED BY SIZE
                  w-Evt-Severite(w-Evt-Idx) DELIMITED BY SIZE
                  ') '                     DELIMITED BY SIZE
                  w-Evt-Pgm(w-Evt-Idx)     DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  w-Evt-Code(w-Evt-Idx)    DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  w-Evt-Objet(w-Evt-Idx)   DELIMITED BY '  '
                  ' : '                    DELIMITED BY SIZE
                  w-Evt-Texte(w-Evt-Idx)   DELIMITED BY '  '
                  INTO L-RPT-A-TEXTE
           END-STRING

           PERFORM ECRITURE-ACTION
           .

      *================================================================
      *Fin du programme
       END PROGRAM Matin.
