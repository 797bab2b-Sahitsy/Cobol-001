       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Suspens IS INITIAL PROGRAM.
      *DESCRIPTION : Decision du superviseur sur les fichiers mis en
      *              suspens par Hello2 (Suspens.fic) -- un fichier
      *              dont le taux de rejets ou de doublons a depasse
      *              le seuil de son origine n'a rien charge ; il est
      *              ici soit libere (reinscrit en fin de Hello2.lst,
      *              il est charge tel quel au lot suivant, sans
      *              controle de seuil et sous derogation de date),
      *              soit renvoye a l'emetteur (il sort de l'attente
      *              sans jamais etre charge). Chaque decision porte
      *              l'operateur et la date, est journalisee (LIB ou
      *              RNV) et imprimee au rapport de session
      *              (Suspens.rpt). Le catalogue est reecrit apres
      *              chaque decision. Le verrou d'execution est pose
      *              pour ne pas completer la liste du lot sous un
      *              Hello2 en cours.
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
      *--- Catalogue des fichiers en suspens tenu par Hello2
           SELECT F-SUS     ASSIGN TO 'Suspens.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-SUS.

      *--- Liste des fichiers du lot : un fichier libere y est ajoute
           SELECT F-LST     ASSIGN TO 'Hello2.lst'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-LST.

      *--- Journal d'audit partage avec Hello2 et Menu
           SELECT F-AUD     ASSIGN TO 'Hello2.aud'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-AUD.

      *--- Operateur de la session dispatcheur, depose par Menu
           SELECT F-SES     ASSIGN TO 'Session.opr'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-SES.

      *--- Rapport des decisions de la session
           SELECT F-RPT     ASSIGN TO 'Suspens.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-------------
       FILE SECTION.
      *-------------
      *--- Fichier en suspens (dessin de Hello2) : nom, emetteur et
      *    date de l'entete, comptes du pre-controle, horodatage de la
      *    suspension, puis decision (S en suspens, L libere pour le
      *    lot suivant, R renvoye a l'emetteur, T libere puis charge)
       FD  F-SUS
           RECORD CONTAINS 130 CHARACTERS.
       01  ENR-SUS.
           10  SUS-NOM-FICHIER   PIC X(60).
           10  SUS-ORIGINE       PIC X(5).
           10  SUS-DATE-FICHIER  PIC 9(8).
           10  SUS-NB-DETAIL     PIC 9(7).
           10  SUS-NB-REJ        PIC 9(7).
           10  SUS-NB-DBL        PIC 9(7).
           10  SUS-DATE          PIC 9(8).
           10  SUS-HEURE         PIC 9(8).
           10  SUS-STATUT        PIC X.
               88 SUS-STATUT-SUSPENS VALUE 'S'.
               88 SUS-STATUT-LIBERE  VALUE 'L'.
               88 SUS-STATUT-RENVOYE VALUE 'R'.
               88 SUS-STATUT-TRAITE  VALUE 'T'.
           10  SUS-OPR-DECISION  PIC X(8).
           10  SUS-DATE-DECISION PIC 9(8).
           10  FILLER            PIC X(3).

      *--- Liste des fichiers du lot (dessin de Hello2)
       FD  F-LST
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-LST             PIC X(60).

      *--- Ligne du journal d'audit (dessin de Hello2)
       FD  F-AUD
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-AUD             PIC X(140).

      *--- Operateur de la session : identifiant et profil
       FD  F-SES
           RECORD CONTAINS 9 CHARACTERS.
       01  ENR-SES.
           10  SES-ID         PIC X(8).
           10  SES-PROFIL     PIC X.

      *--- Rapport de la session
       FD  F-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT             PIC X(80).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *--- Catalogue des suspens en image integrale (meme limite que
      *    Hello2) ; la reecriture est refusee en debordement pour ne
      *    pas perdre les entrees au dela de la table
       01 w-Sus-Table.
           05 w-Sus-Entree OCCURS 500 TIMES PIC X(130).
       01 w-Sus-Nb            PIC 9(3) VALUE 0.
       01 w-Sus-Idx           PIC 9(3) VALUE 0.
       01 w-Sus-Nb-Attente    PIC 9(3) VALUE 0.
       01 w-Sus-Debordement   PIC X    VALUE 'N'.
           88 w-Sus-Debordement-Oui VALUE 'O'.
           88 w-Sus-Debordement-Non VALUE 'N'.

      *--- Operateur de la session
       01 w-Operateur         PIC X(8) VALUE 'INCONNU'.

      *--- Saisie du superviseur
       01 w-Action            PIC X VALUE SPACE.
           88 w-Action-Liberation   VALUE 'L'.
           88 w-Action-Renvoi       VALUE 'R'.
           88 w-Action-Fin          VALUE 'F'.
           88 w-Action-Valide       VALUES 'L' 'R' 'F'.
       01 w-Saisie-Numero     PIC 9(3) VALUE 0.
       01 w-Confirmation      PIC X VALUE SPACE.
           88 w-Confirmation-Oui    VALUE 'O'.

      *--- Compteurs des decisions de la session
       01 w-Nb-Liberes        PIC 9(3) VALUE 0.
       01 w-Nb-Renvoyes       PIC 9(3) VALUE 0.
       01 w-Nb-Actions        PIC 9(3) VALUE 0.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).

      *--- Identification du job, transmise a la banniere Hello
       01 w-Job-Nom           PIC X(20) VALUE 'SUSPENS'.
       01 w-Job-Horodatage.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'SUSPENS'.
           05 w-Suivi-Nb-Fichiers PIC 9(5) VALUE 0.
           05 w-Suivi-Nb-Enr      PIC 9(7) VALUE 0.
           05 w-Suivi-Nb-Rej      PIC 9(7) VALUE 0.
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *--- Verrou d'execution : la liste du lot ne doit pas etre
      *    completee pendant qu'un Hello2 la lit (Verrou)
       01 w-Verrou-Demande.
           05 w-Verrou-Action      PIC X    VALUE 'P'.
           05 w-Verrou-Pgm         PIC X(8) VALUE 'SUSPENS'.
           05 w-Verrou-Operateur   PIC X(8) VALUE SPACES.
           05 w-Verrou-Code-Retour PIC 9(2) VALUE 0.
           05 w-Verrou-Detenteur.
               10 w-Verrou-D-Pgm   PIC X(8).
               10 w-Verrou-D-Opr   PIC X(8).
               10 w-Verrou-D-Date  PIC 9(8).
               10 w-Verrou-D-Heure PIC 9(8).

      *--- Ligne du journal d'audit (dessin de Hello2)
       01 L-AUD-LIGNE.
           05 L-AUD-DATE      PIC 9(8).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-HEURE     PIC 9(8).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-PGM       PIC X(8).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-ENR       PIC X(21).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-DISPO     PIC X(3).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-OPR       PIC X(8).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-FICHIER   PIC X(30).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-MOTIF     PIC X(16).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-CLE       PIC 9(7).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-AUD-ORIGINE   PIC X(5).
           05 FILLER          PIC X(17) VALUE SPACES.

      *  FILE STATUS
       01 L-STS-SUS           PIC 9(2).
       01 L-STS-LST           PIC 9(2).
       01 L-STS-AUD           PIC 9(2).
       01 L-STS-SES           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-SUS-EOF           PIC X VALUE 'N'.
           88 L-SUS-EOF-OUI   VALUE 'O'.
           88 L-SUS-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(32)
                              VALUE 'SUSPENS - DECISIONS DU '.
           05 L-RPT-E1-JJ     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-MM     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-AAAA   PIC 9999.
           05 FILLER          PIC X(10) VALUE ' OPERATEUR'.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-E1-OPR    PIC X(8).
           05 FILLER          PIC X(19) VALUE SPACES.

       01 L-RPT-TITRE.
           05 L-RPT-T-TEXTE   PIC X(80).

       01 L-RPT-COLONNES.
           05 FILLER          PIC X(4)  VALUE 'NO'.
           05 FILLER          PIC X(31) VALUE 'FICHIER'.
           05 FILLER          PIC X(6)  VALUE 'ORIG.'.
           05 FILLER          PIC X(9)  VALUE 'DATE'.
           05 FILLER          PIC X(8)  VALUE ' DETAIL'.
           05 FILLER          PIC X(8)  VALUE ' REJETS'.
           05 FILLER          PIC X(14) VALUE ' DOUBL.'.

       01 L-RPT-DETAIL.
           05 L-RPT-D-NUMERO  PIC ZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-FICHIER PIC X(30).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-ORIGINE PIC X(6).
           05 L-RPT-D-DATE    PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-DET  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-REJ  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-DBL  PIC Z(6)9.
           05 FILLER          PIC X(7)  VALUE SPACES.

       01 L-RPT-ACTION.
           05 FILLER           PIC X(9) VALUE 'ACTION : '.
           05 L-RPT-A-LIBELLE  PIC X(12).
           05 L-RPT-A-FICHIER  PIC X(30).
           05 FILLER           PIC X    VALUE SPACE.
           05 L-RPT-A-ORIGINE  PIC X(5).
           05 FILLER           PIC X(23) VALUE SPACES.

       01 L-RPT-PIED.
           05 FILLER          PIC X(12) VALUE 'LIBERES   : '.
           05 L-RPT-P-LIB     PIC ZZ9.
           05 FILLER          PIC X(15) VALUE '   RENVOYES : '.
           05 L-RPT-P-RNV     PIC ZZ9.
           05 FILLER          PIC X(22) VALUE '   RESTENT EN ATTENTE:'.
           05 L-RPT-P-ATT     PIC ZZ9.
           05 FILLER          PIC X(22) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : LECTURE-SESSION
           PERFORM LECTURE-SESSION

      *    Appel du paragraphe : POSE-VERROU
           PERFORM POSE-VERROU

      *    Appel du paragraphe : CHARGEMENT-SUSPENS
           PERFORM CHARGEMENT-SUSPENS

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Fichiers en attente au debut de session
           MOVE 'FICHIERS EN ATTENTE DE DECISION :' TO L-RPT-T-TEXTE
           WRITE ENR-RPT FROM L-RPT-TITRE
           PERFORM EDITION-ATTENTE

      *    Dialogue de decision, jusqu'a la fin demandee
           PERFORM WITH TEST AFTER UNTIL w-Action-Fin
              PERFORM AFFICHAGE-ATTENTE
              PERFORM SAISIE-ACTION
              PERFORM TRAITEMENT-ACTION
           END-PERFORM

      *    Appel du paragraphe : FERMETURE-RAPPORT
           PERFORM FERMETURE-RAPPORT

      *    Appel du paragraphe : LIBERATION-VERROU
           PERFORM LIBERATION-VERROU

      *    Recapitulatif de l'execution vers l'historique de suivi
           MOVE w-Nb-Actions  TO w-Suivi-Nb-Enr
           MOVE w-Nb-Liberes  TO w-Suivi-Nb-Fichiers
           CALL 'Suivi' USING w-Suivi-Demande

      *    Une liste ou un journal indisponible laisse un code 8
           MOVE w-Suivi-Code-Retour TO RETURN-CODE
           GOBACK
           .
      *-----------------------------------------------------------------
      *           PARAGRAPHES APPELLEES
      *-----------------------------------------------------------------

      *=================================================================
       BANNIERE-DEBUT-JOB.
      *=================================================================
           ACCEPT w-Job-Date  FROM DATE YYYYMMDD
           ACCEPT w-Job-Heure FROM TIME

      *    L'heure de la banniere sert d'heure de debut au suivi,
      *    pour la duree d'execution historisee
           MOVE w-Job-Heure TO w-Suivi-Heure-Debut

           CALL 'Hello' USING w-Job-Nom w-Job-Horodatage
           .

      *=================================================================
       LECTURE-SESSION.
      *=================================================================
           OPEN INPUT F-SES

           IF L-STS-SES = 0
              READ F-SES
              IF L-STS-SES = 0 AND SES-ID NOT = SPACES
                 MOVE SES-ID TO w-Operateur
              END-IF
              CLOSE F-SES
           END-IF
           .

      *=================================================================
       POSE-VERROU.
      *=================================================================
           MOVE 'P'         TO w-Verrou-Action
           MOVE w-Operateur TO w-Verrou-Operateur

           CALL 'Verrou' USING w-Verrou-Demande

           IF w-Verrou-Code-Retour NOT = 0
              DISPLAY 'EXECUTION REFUSEE : VERROU DETENU PAR '
                      w-Verrou-D-Pgm ' (OPERATEUR ' w-Verrou-D-Opr
                      ') DEPUIS LE ' w-Verrou-D-Date
                      ' A ' w-Verrou-D-Heure

              MOVE 8 TO w-Suivi-Code-Retour
              CALL 'Suivi' USING w-Suivi-Demande

              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *=================================================================
       LIBERATION-VERROU.
      *=================================================================
           MOVE 'L' TO w-Verrou-Action

           CALL 'Verrou' USING w-Verrou-Demande
           .

      *=================================================================
       CHARGEMENT-SUSPENS.
      *=================================================================
      *    Catalogue absent : aucune suspension, rien a decider
           MOVE 0 TO w-Sus-Nb
           MOVE 0 TO w-Sus-Nb-Attente
           SET L-SUS-EOF-NON TO TRUE

           OPEN INPUT F-SUS

           IF L-STS-SUS NOT = 0
              DISPLAY 'Catalogue des suspens absent : rien en attente'
           ELSE
              PERFORM UNTIL L-SUS-EOF-OUI
                 PERFORM LECTURE-SUSPENS
              END-PERFORM
              CLOSE F-SUS
           END-IF

      *    Au-dela de la table, une reecriture perdrait des entrees :
      *    la session est refusee tant que le catalogue n'est pas apure
           IF w-Sus-Debordement-Oui
              DISPLAY 'Erreur : catalogue des suspens plein (500 max)'
                      ', a apurer avant toute decision'
              PERFORM LIBERATION-VERROU
              MOVE 12 TO w-Suivi-Code-Retour
              CALL 'Suivi' USING w-Suivi-Demande
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *=================================================================
       LECTURE-SUSPENS.
      *=================================================================
           READ F-SUS
           AT END
              SET L-SUS-EOF-OUI TO TRUE
           NOT AT END
              IF w-Sus-Nb < 500
                 ADD 1 TO w-Sus-Nb
                 MOVE ENR-SUS TO w-Sus-Entree(w-Sus-Nb)
                 IF SUS-STATUT-SUSPENS
                    ADD 1 TO w-Sus-Nb-Attente
                 END-IF
              ELSE
                 SET w-Sus-Debordement-Oui TO TRUE
              END-IF
           END-READ
           .

      *=================================================================
       OUVERTURE-RAPPORT.
      *=================================================================
           OPEN OUTPUT F-RPT

           IF L-STS-RPT NOT = 0
              DISPLAY 'Erreur ouverture fichier RAPPORT'
              PERFORM LIBERATION-VERROU
              MOVE 12 TO w-Suivi-Code-Retour
              CALL 'Suivi' USING w-Suivi-Demande
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT w-Date-Sys FROM DATE YYYYMMDD

           MOVE w-Date-Sys-JJ   TO L-RPT-E1-JJ
           MOVE w-Date-Sys-MM   TO L-RPT-E1-MM
           MOVE w-Date-Sys-AAAA TO L-RPT-E1-AAAA
           MOVE w-Operateur     TO L-RPT-E1-OPR

           WRITE ENR-RPT FROM L-RPT-ENTETE1
           .

      *=================================================================
       EDITION-ATTENTE.
      *=================================================================
           IF w-Sus-Nb-Attente = 0
              MOVE '  (AUCUN FICHIER EN ATTENTE)' TO L-RPT-T-TEXTE
              WRITE ENR-RPT FROM L-RPT-TITRE
           ELSE
              WRITE ENR-RPT FROM L-RPT-COLONNES
           END-IF

           PERFORM VARYING w-Sus-Idx FROM 1 BY 1
                      UNTIL w-Sus-Idx > w-Sus-Nb
              MOVE w-Sus-Entree(w-Sus-Idx) TO ENR-SUS
              IF SUS-STATUT-SUSPENS
                 MOVE w-Sus-Idx        TO L-RPT-D-NUMERO
                 MOVE SUS-NOM-FICHIER  TO L-RPT-D-FICHIER
                 MOVE SUS-ORIGINE      TO L-RPT-D-ORIGINE
                 MOVE SUS-DATE-FICHIER TO L-RPT-D-DATE
                 MOVE SUS-NB-DETAIL    TO L-RPT-D-NB-DET
                 MOVE SUS-NB-REJ       TO L-RPT-D-NB-REJ
                 MOVE SUS-NB-DBL       TO L-RPT-D-NB-DBL
                 WRITE ENR-RPT FROM L-RPT-DETAIL
              END-IF
           END-PERFORM
           .

      *=================================================================
       AFFICHAGE-ATTENTE.
      *=================================================================
           DISPLAY SPACE
           DISPLAY '===== FICHIERS EN SUSPENS (' w-Sus-Nb-Attente
                   ' EN ATTENTE) ====='

           PERFORM VARYING w-Sus-Idx FROM 1 BY 1
                      UNTIL w-Sus-Idx > w-Sus-Nb
              MOVE w-Sus-Entree(w-Sus-Idx) TO ENR-SUS
              IF SUS-STATUT-SUSPENS
                 DISPLAY '  NO ' w-Sus-Idx ' ' SUS-NOM-FICHIER
                 DISPLAY '      ORIGINE ' SUS-ORIGINE
                         ' DATE ' SUS-DATE-FICHIER
                         ' DETAIL ' SUS-NB-DETAIL
                         ' REJETS ' SUS-NB-REJ
                         ' DOUBLONS ' SUS-NB-DBL
                 DISPLAY '      SUSPENDU LE ' SUS-DATE
                         ' A ' SUS-HEURE
              END-IF
           END-PERFORM
           .

      *=================================================================
       SAISIE-ACTION.
      *=================================================================
           MOVE SPACE TO w-Action

           PERFORM UNTIL w-Action-Valide
              DISPLAY 'L=LIBERER  R=RENVOYER A L''EMETTEUR  F=FIN ?'
              ACCEPT w-Action
           END-PERFORM
           .

      *=================================================================
       TRAITEMENT-ACTION.
      *=================================================================
      *    La decision porte sur une entree en attente designee par
      *    son numero, et doit etre confirmee : une liberation fait
      *    charger le fichier entier au lot suivant
           IF w-Action-Liberation OR w-Action-Renvoi
              DISPLAY 'NUMERO DU FICHIER :'
              ACCEPT w-Saisie-Numero

              IF w-Saisie-Numero = 0 OR w-Saisie-Numero > w-Sus-Nb
                 DISPLAY 'REFUS : NUMERO INCONNU'
              ELSE
                 MOVE w-Sus-Entree(w-Saisie-Numero) TO ENR-SUS
                 IF NOT SUS-STATUT-SUSPENS
                    DISPLAY 'REFUS : FICHIER DEJA DECIDE ('
                            SUS-STATUT ' PAR ' SUS-OPR-DECISION ')'
                 ELSE
                    DISPLAY 'CONFIRMER (O/N) : ' SUS-NOM-FICHIER
                    ACCEPT w-Confirmation
                    IF w-Confirmation-Oui
                       IF w-Action-Liberation
                          PERFORM LIBERATION-FICHIER
                       ELSE
                          PERFORM RENVOI-FICHIER
                       END-IF
                    ELSE
                       DISPLAY 'DECISION ABANDONNEE'
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *=================================================================
       LIBERATION-FICHIER.
      *=================================================================
      *    Le catalogue est reecrit avant l'ajout a la liste du lot :
      *    un fichier present dans la liste sans sa liberation au
      *    catalogue serait de nouveau mis en suspens
           SET SUS-STATUT-LIBERE   TO TRUE
           MOVE w-Operateur        TO SUS-OPR-DECISION
           MOVE w-Date-Sys         TO SUS-DATE-DECISION
           MOVE ENR-SUS TO w-Sus-Entree(w-Saisie-Numero)

           PERFORM REECRITURE-SUSPENS

           OPEN EXTEND F-LST

           IF L-STS-LST = 35
              OPEN OUTPUT F-LST
           END-IF

           IF L-STS-LST NOT = 0
              DISPLAY 'Erreur ouverture fichier LISTE : fichier '
                      'libere a inscrire a la main dans Hello2.lst'
              MOVE 8 TO w-Suivi-Code-Retour
           ELSE
              MOVE SUS-NOM-FICHIER TO ENR-LST
              WRITE ENR-LST
              CLOSE F-LST
           END-IF

           ADD 1 TO w-Nb-Liberes
           ADD 1 TO w-Nb-Actions
           SUBTRACT 1 FROM w-Sus-Nb-Attente

           MOVE 'LIBERE'           TO L-RPT-A-LIBELLE
           MOVE 'FICHIER LIBERE'   TO L-AUD-ENR
           MOVE 'LIB'              TO L-AUD-DISPO
           PERFORM TRACE-DECISION

           DISPLAY 'FICHIER LIBERE, AJOUTE AU LOT SUIVANT'
           .

      *=================================================================
       RENVOI-FICHIER.
      *=================================================================
           SET SUS-STATUT-RENVOYE  TO TRUE
           MOVE w-Operateur        TO SUS-OPR-DECISION
           MOVE w-Date-Sys         TO SUS-DATE-DECISION
           MOVE ENR-SUS TO w-Sus-Entree(w-Saisie-Numero)

           PERFORM REECRITURE-SUSPENS

           ADD 1 TO w-Nb-Renvoyes
           ADD 1 TO w-Nb-Actions
           SUBTRACT 1 FROM w-Sus-Nb-Attente

           MOVE 'RENVOYE'          TO L-RPT-A-LIBELLE
           MOVE 'FICHIER RENVOYE'  TO L-AUD-ENR
           MOVE 'RNV'              TO L-AUD-DISPO
           PERFORM TRACE-DECISION

           DISPLAY 'FICHIER RENVOYE A L''EMETTEUR'
           .

      *=================================================================
       TRACE-DECISION.
      *=================================================================
      *    Decision au rapport de session et au journal d'audit ; un
      *    journal indisponible est signale sans annuler la decision
           MOVE SUS-NOM-FICHIER TO L-RPT-A-FICHIER
           MOVE SUS-ORIGINE     TO L-RPT-A-ORIGINE
           WRITE ENR-RPT FROM L-RPT-ACTION

           OPEN EXTEND F-AUD

           IF L-STS-AUD = 35
              OPEN OUTPUT F-AUD
           END-IF

           IF L-STS-AUD NOT = 0
              DISPLAY 'Erreur ouverture fichier AUDIT'
              MOVE 8 TO w-Suivi-Code-Retour
           ELSE
              ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
              ACCEPT L-AUD-HEURE FROM TIME
              MOVE 'Suspens'       TO L-AUD-PGM
              MOVE w-Operateur     TO L-AUD-OPR
              MOVE SUS-NOM-FICHIER TO L-AUD-FICHIER
              MOVE SPACES          TO L-AUD-MOTIF
              MOVE 0               TO L-AUD-CLE
              MOVE SUS-ORIGINE     TO L-AUD-ORIGINE
              WRITE ENR-AUD FROM L-AUD-LIGNE
              CLOSE F-AUD
           END-IF
           .

      *=================================================================
       REECRITURE-SUSPENS.
      *=================================================================
           OPEN OUTPUT F-SUS

           IF L-STS-SUS NOT = 0
              DISPLAY 'Erreur reecriture fichier SUSPENS'
              PERFORM LIBERATION-VERROU
              MOVE 12 TO w-Suivi-Code-Retour
              CALL 'Suivi' USING w-Suivi-Demande
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING w-Sus-Idx FROM 1 BY 1
                      UNTIL w-Sus-Idx > w-Sus-Nb
              MOVE w-Sus-Entree(w-Sus-Idx) TO ENR-SUS
              WRITE ENR-SUS
           END-PERFORM

           CLOSE F-SUS

      *    L'entree decidee est remise en zone pour la suite
           MOVE w-Sus-Entree(w-Saisie-Numero) TO ENR-SUS
           .

      *=================================================================
       FERMETURE-RAPPORT.
      *=================================================================
           MOVE 'FICHIERS EN ATTENTE EN FIN DE SESSION :'
             TO L-RPT-T-TEXTE
           WRITE ENR-RPT FROM L-RPT-TITRE
           PERFORM EDITION-ATTENTE

           MOVE w-Nb-Liberes     TO L-RPT-P-LIB
           MOVE w-Nb-Renvoyes    TO L-RPT-P-RNV
           MOVE w-Sus-Nb-Attente TO L-RPT-P-ATT
           WRITE ENR-RPT FROM L-RPT-PIED

           CLOSE F-RPT

           DISPLAY 'SESSION TERMINEE : ' w-Nb-Liberes ' LIBERE(S), '
                   w-Nb-Renvoyes ' RENVOYE(S)'
           .

      *================================================================
      *Fin du programme
       END PROGRAM Suspens.
