      *              saisie controle. Le classement Fizzbuzz choisit
      *              la version en vigueur a la date du lot : rejouer
      *              un lot ancien redonne le classement de l'epoque.
      *              Avant d'enregistrer, le superviseur peut simuler
      *              l'impact de la table proposee : elle est appliquee
      *              aux enregistrements du master Hello2.idx comme en
      *              mode joint Fizzbuzz (a la date du lot), comparee
      *              aux regles en vigueur, et les cles dont le libelle
      *              change sont listees (ancien et nouveau libelle)
      *              avant qu'il confirme ou abandonne la modification.
      *              Chaque action de maintenance est aussi ecrite au
      *              journal d'audit Hello2.aud (disposition REG), avec
      *              l'operateur de la session depose par Menu.
      *-----------------------------------------------------------------

      *=================================================================
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *--- Journal d'audit partage avec Hello2 et Menu
           SELECT F-AUD     ASSIGN TO 'Hello2.aud'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-AUD.

      *--- Operateur de la session dispatcheur, depose par Menu
           SELECT F-SES     ASSIGN TO 'Session.opr'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-SES.

      *--- Compteur du lot Hello2 : date du lot, date de classement
      *    de la simulation (comme en mode joint Fizzbuzz)
           SELECT F-CNT     ASSIGN TO 'Hello2.cnt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CNT.

      *--- Master indexe Hello2, lu pour la simulation d'impact
           SELECT F-ENT-IDX ASSIGN TO 'Hello2.idx'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS ENR-IDX-CLE
                            ALTERNATE RECORD KEY IS IDX-D-CONTENU
                               WITH DUPLICATES
                            FILE STATUS IS L-STS-IDX.

      *=================================================================
       DATA DIVISION.
      *=================================================================
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT               PIC X(80).

      *--- Ligne du journal d'audit (dessin de Hello2)
       FD  F-AUD
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-AUD               PIC X(140).

      *--- Operateur de la session : identifiant et profil
       FD  F-SES
           RECORD CONTAINS 9 CHARACTERS.
       01  ENR-SES.
           05  SES-ID            PIC X(8).
           05  SES-PROFIL        PIC X.

      *--- Compteur du lot (dessin de Hello2)
       FD  F-CNT
           RECORD CONTAINS 15 CHARACTERS.
       01  ENR-CNT.
           05  CNT-NB-DETAIL     PIC 9(7).
           05  CNT-DATE-LOT      PIC 9(8).

      *--- Meme dessin que le master de Hello2
       FD  F-ENT-IDX
           RECORD CONTAINS 39 CHARACTERS.
       01  ENR-ENT-IDX.
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

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01 w-Reg-Idx           PIC 9(2) VALUE 0.
       01 w-Reg-Trouvee       PIC 9(2) VALUE 0.

      *--- Regles en vigueur (table du fichier au debut de session,
      *    ou a la derniere confirmation) : reference de la simulation
      *    d'impact et table restauree en cas d'abandon
       01 w-Vig-Table.
           05 w-Vig-Entree OCCURS 20 TIMES.
               10 w-Vig-Diviseur  PIC 9(3).
               10 w-Vig-Libelle   PIC X(10).
               10 w-Vig-Debut     PIC 9(8).
               10 w-Vig-Fin       PIC 9(8).
       01 w-Vig-Nb            PIC 9(2) VALUE 0.

      *--- Table de travail du classement simule : recoit tour a
      *    tour les regles en vigueur et la table proposee (meme
      *    dessin), regle par defaut 3/FIZZ 5/BUZZ si elle est vide,
      *    comme dans Fizzbuzz
       01 w-Clt-Table.
           05 w-Clt-Entree OCCURS 20 TIMES.
               10 w-Clt-Diviseur  PIC 9(3).
               10 w-Clt-Libelle   PIC X(10).
               10 w-Clt-Debut     PIC 9(8).
               10 w-Clt-Fin       PIC 9(8).
       01 w-Clt-Nb            PIC 9(2) VALUE 0.
       01 w-Clt-Idx           PIC 9(2) VALUE 0.
       01 w-Clt-Classiques    PIC X VALUE 'N'.
           88 w-Clt-Classiques-Oui VALUE 'O'.
           88 w-Clt-Classiques-Non VALUE 'N'.
       01 w-Clt-Resultat      PIC 9(7) VALUE 0.
       01 w-Clt-Reste         PIC 9(3) VALUE 0.
       01 w-Clt-Nb-Corresp    PIC 9(2) VALUE 0.
       01 w-Clt-Libelle-Res   PIC X(20) VALUE SPACES.
       01 w-Clt-Libelle-Tmp   PIC X(20) VALUE SPACES.

      *--- Simulation d'impact : date de classement, libelles avant
      *    et apres pour l'enregistrement courant, compteurs
       01 w-Sim-Date          PIC 9(8) VALUE 0.
       01 w-Sim-Ancien        PIC X(20) VALUE SPACES.
       01 w-Sim-Nouveau       PIC X(20) VALUE SPACES.
       01 w-Sim-Nb-Lus        PIC 9(7) VALUE 0.
       01 w-Sim-Nb-Changes    PIC 9(7) VALUE 0.
       01 w-Sim-Possible      PIC X VALUE 'N'.
           88 w-Sim-Possible-Oui VALUE 'O'.
           88 w-Sim-Possible-Non VALUE 'N'.
       01 w-Sim-Decision      PIC X VALUE SPACE.
           88 w-Sim-Confirmee   VALUE 'O'.
           88 w-Sim-Abandonnee  VALUE 'N'.
           88 w-Sim-Decision-Valide VALUES 'O' 'N'.

      *--- Controle de chevauchement des periodes d'un meme diviseur ;
      *    l'entree exclue est celle en cours de modification
       01 w-Reg-Chevauche     PIC 9(2) VALUE 0.
           88 w-Action-Ajout        VALUE 'A'.
           88 w-Action-Modification VALUE 'M'.
           88 w-Action-Suppression  VALUE 'S'.
           88 w-Action-Impact       VALUE 'I'.
           88 w-Action-Fin          VALUE 'F'.
           88 w-Action-Valide       VALUES 'A' 'M' 'S' 'I' 'F'.
       01 w-Saisie-Diviseur   PIC 9(3) VALUE 0.
       01 w-Saisie-Libelle    PIC X(10) VALUE SPACES.
       01 w-Saisie-Debut      PIC 9(8) VALUE 0.
      *--- Compteur des actions appliquees pendant la session
       01 w-Nb-Actions        PIC 9(3) VALUE 0.

      *--- Operateur signe dans Menu, repris sur les lignes d'audit
       01 w-Operateur         PIC X(8) VALUE 'INCONNU'.

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

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
      *  FILE STATUS
       01 L-STS-REG           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-CNT           PIC 9(2).
       01 L-STS-AUD           PIC 9(2).
       01 L-STS-SES           PIC 9(2).
       01 L-STS-IDX           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-REG-EOF           PIC X VALUE 'N'.
           88 L-REG-EOF-OUI   VALUE 'O'.
           88 L-REG-EOF-NON   VALUE 'N'.

       01 L-IDX-EOF           PIC X VALUE 'N'.
           88 L-IDX-EOF-OUI   VALUE 'O'.
           88 L-IDX-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(32)
           05 L-RPT-A-FIN      PIC 9(8).
           05 FILLER           PIC X(19) VALUE SPACES.

      *--- Lignes de la simulation d'impact
       01 L-RPT-SIM-ENTETE.
           05 FILLER           PIC X(38)
                     VALUE 'SIMULATION D''IMPACT SUR HELLO2.IDX AU '.
           05 L-RPT-SE-DATE    PIC 9(8).
           05 FILLER           PIC X(34) VALUE SPACES.

       01 L-RPT-SIM-DETAIL.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 L-RPT-SD-CLE     PIC 9(7).
           05 FILLER           PIC X(9)  VALUE ' ANCIEN '.
           05 L-RPT-SD-ANCIEN  PIC X(20).
           05 FILLER           PIC X(10) VALUE ' NOUVEAU '.
           05 L-RPT-SD-NOUVEAU PIC X(20).
           05 FILLER           PIC X(12) VALUE SPACES.

       01 L-RPT-SIM-PIED.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 L-RPT-SP-LIBELLE PIC X(30).
           05 L-RPT-SP-NB      PIC Z(6)9.
           05 FILLER           PIC X(41) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : LECTURE-SESSION
           PERFORM LECTURE-SESSION

      *    Appel du paragraphe : CHARGEMENT-REGLES
           PERFORM CHARGEMENT-REGLES

      *    Les regles chargees sont celles en vigueur
           MOVE w-Reg-Table TO w-Vig-Table
           MOVE w-Reg-Nb    TO w-Vig-Nb

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

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
       CHARGEMENT-REGLES.
      *=================================================================
           MOVE SPACE TO w-Action

           PERFORM UNTIL w-Action-Valide
              DISPLAY 'A=AJOUTER  M=MODIFIER  S=SUPPRIMER  '
                      'I=IMPACT  F=FIN ?'
              ACCEPT w-Action
           END-PERFORM
           .
                 PERFORM MODIFICATION-REGLE
              WHEN w-Action-Suppression
                 PERFORM SUPPRESSION-REGLE
              WHEN w-Action-Impact
                 PERFORM SIMULATION-IMPACT
              WHEN w-Action-Fin
                 CONTINUE
           END-EVALUATE
                          MOVE w-Saisie-Debut    TO L-RPT-A-DEBUT
                          MOVE w-Saisie-Fin      TO L-RPT-A-FIN
                          WRITE ENR-RPT FROM L-RPT-ACTION
                          PERFORM JOURNALISATION-ACTION
                          DISPLAY 'VERSION AJOUTEE'
                       END-IF
                    END-IF
                       MOVE w-Saisie-Debut     TO L-RPT-A-DEBUT
                       MOVE w-Saisie-Fin       TO L-RPT-A-FIN
                       WRITE ENR-RPT FROM L-RPT-ACTION
                       PERFORM JOURNALISATION-ACTION
                       DISPLAY 'VERSION MODIFIEE'
                    END-IF
                 END-IF
              MOVE w-Reg-Debut(w-Reg-Trouvee)   TO L-RPT-A-DEBUT
              MOVE w-Reg-Fin(w-Reg-Trouvee)     TO L-RPT-A-FIN
              WRITE ENR-RPT FROM L-RPT-ACTION
              PERFORM JOURNALISATION-ACTION

      *       La table est retassee sur la version supprimee
              PERFORM VARYING w-Reg-Idx FROM w-Reg-Trouvee BY 1
                   w-Nb-Actions ' ACTION(S)'
           .

      *=================================================================
       SIMULATION-IMPACT.
      *=================================================================
      *    La table proposee (en cours de maintenance) et les regles
      *    en vigueur classent chacune tous les enregistrements du
      *    master a la date du lot ; seuls les libelles qui changent
      *    sont listes. Le superviseur confirme (table enregistree
      *    aussitot, elle devient la regle en vigueur) ou abandonne
      *    (retour aux regles en vigueur), impact sous les yeux
           PERFORM DETERMINATION-DATE-SIMULATION

           MOVE 0 TO w-Sim-Nb-Lus
           MOVE 0 TO w-Sim-Nb-Changes
           SET w-Sim-Possible-Oui TO TRUE
           SET L-IDX-EOF-NON TO TRUE

           OPEN INPUT F-ENT-IDX

           IF L-STS-IDX NOT = 0
              DISPLAY 'SIMULATION IMPOSSIBLE : MASTER HELLO2.IDX '
                      'INDISPONIBLE - STATUT ' L-STS-IDX
              SET w-Sim-Possible-Non TO TRUE
           ELSE
              MOVE w-Sim-Date TO L-RPT-SE-DATE
              WRITE ENR-RPT FROM L-RPT-SIM-ENTETE
              DISPLAY 'IMPACT A LA DATE DU ' w-Sim-Date
                      ' (LISTE COMPLETE DANS Regmnt.rpt) :'

              PERFORM UNTIL L-IDX-EOF-OUI
                 READ F-ENT-IDX NEXT RECORD
                 AT END
                    SET L-IDX-EOF-OUI TO TRUE
                 NOT AT END
                    PERFORM SIMULATION-ENREGISTREMENT
                 END-READ
              END-PERFORM

              CLOSE F-ENT-IDX

              MOVE 'ENREGISTREMENTS CLASSES'  TO L-RPT-SP-LIBELLE
              MOVE w-Sim-Nb-Lus               TO L-RPT-SP-NB
              WRITE ENR-RPT FROM L-RPT-SIM-PIED
              MOVE 'LIBELLES MODIFIES'        TO L-RPT-SP-LIBELLE
              MOVE w-Sim-Nb-Changes           TO L-RPT-SP-NB
              WRITE ENR-RPT FROM L-RPT-SIM-PIED

              DISPLAY 'ENREGISTREMENTS CLASSES : ' w-Sim-Nb-Lus
              DISPLAY 'LIBELLES MODIFIES       : ' w-Sim-Nb-Changes
           END-IF

           IF w-Sim-Possible-Oui
              PERFORM DECISION-SIMULATION
           END-IF
           .

      *=================================================================
       DETERMINATION-DATE-SIMULATION.
      *=================================================================
      *    Meme date que le mode joint Fizzbuzz : celle du lot deposee
      *    par Hello2 avec le compteur, a defaut la date systeme
           ACCEPT w-Sim-Date FROM DATE YYYYMMDD

           OPEN INPUT F-CNT

           IF L-STS-CNT = 0
              READ F-CNT
              IF L-STS-CNT = 0
                 AND CNT-DATE-LOT IS NUMERIC
                 AND CNT-DATE-LOT > 0
                 MOVE CNT-DATE-LOT TO w-Sim-Date
              END-IF
              CLOSE F-CNT
           END-IF
           .

      *=================================================================
       SIMULATION-ENREGISTREMENT.
      *=================================================================
           ADD 1 TO w-Sim-Nb-Lus

           MOVE w-Vig-Table TO w-Clt-Table
           MOVE w-Vig-Nb    TO w-Clt-Nb
           PERFORM CLASSEMENT-CLE
           MOVE w-Clt-Libelle-Res TO w-Sim-Ancien

           MOVE w-Reg-Table TO w-Clt-Table
           MOVE w-Reg-Nb    TO w-Clt-Nb
           PERFORM CLASSEMENT-CLE
           MOVE w-Clt-Libelle-Res TO w-Sim-Nouveau

           IF w-Sim-Ancien NOT = w-Sim-Nouveau
              ADD 1 TO w-Sim-Nb-Changes

              MOVE ENR-IDX-CLE   TO L-RPT-SD-CLE
              MOVE w-Sim-Ancien  TO L-RPT-SD-ANCIEN
              MOVE w-Sim-Nouveau TO L-RPT-SD-NOUVEAU
              WRITE ENR-RPT FROM L-RPT-SIM-DETAIL

      *       L'ecran n'en montre que les premieres, le rapport a tout
              IF w-Sim-Nb-Changes <= 20
                 DISPLAY '  CLE ' ENR-IDX-CLE
                         ' ANCIEN ' w-Sim-Ancien
                         ' NOUVEAU ' w-Sim-Nouveau
              END-IF
           END-IF
           .

      *=================================================================
       CLASSEMENT-CLE.
      *=================================================================
      *    Classement de la cle du master par la table de travail,
      *    a l'identique de CLASSEMENT-VALEUR de Fizzbuzz : versions
      *    en vigueur a la date, libelles concatenes sur plusieurs
      *    correspondances (FIZZBUZZ pour la regle classique), la
      *    cle elle-meme sans correspondance
           IF w-Clt-Nb = 0
              MOVE 2        TO w-Clt-Nb
              MOVE 3        TO w-Clt-Diviseur(1)
              MOVE 'FIZZ'   TO w-Clt-Libelle(1)
              MOVE 0        TO w-Clt-Debut(1)
              MOVE 99999999 TO w-Clt-Fin(1)
              MOVE 5        TO w-Clt-Diviseur(2)
              MOVE 'BUZZ'   TO w-Clt-Libelle(2)
              MOVE 0        TO w-Clt-Debut(2)
              MOVE 99999999 TO w-Clt-Fin(2)
           END-IF

           SET w-Clt-Classiques-Non TO TRUE
           IF w-Clt-Nb = 2
              AND w-Clt-Diviseur(1) = 3
              AND w-Clt-Diviseur(2) = 5
              SET w-Clt-Classiques-Oui TO TRUE
           END-IF

           MOVE SPACES TO w-Clt-Libelle-Res
           MOVE 0      TO w-Clt-Nb-Corresp

           PERFORM VARYING w-Clt-Idx FROM 1 BY 1
                      UNTIL w-Clt-Idx > w-Clt-Nb
              IF w-Sim-Date >= w-Clt-Debut(w-Clt-Idx)
                 AND w-Sim-Date <= w-Clt-Fin(w-Clt-Idx)
                 DIVIDE ENR-IDX-CLE BY w-Clt-Diviseur(w-Clt-Idx)
                        GIVING w-Clt-Resultat REMAINDER w-Clt-Reste

                 IF w-Clt-Reste = 0
                    ADD 1 TO w-Clt-Nb-Corresp
                    PERFORM CONCATENATION-LIBELLE
                 END-IF
              END-IF
           END-PERFORM

           IF w-Clt-Nb-Corresp = 0
              MOVE ENR-IDX-CLE TO w-Clt-Libelle-Res
           END-IF
           .

      *=================================================================
       CONCATENATION-LIBELLE.
      *=================================================================
           IF w-Clt-Libelle-Res = SPACES
              MOVE w-Clt-Libelle(w-Clt-Idx) TO w-Clt-Libelle-Res
           ELSE
              IF w-Clt-Classiques-Oui
                 MOVE 'FIZZBUZZ' TO w-Clt-Libelle-Res
              ELSE
                 MOVE w-Clt-Libelle-Res TO w-Clt-Libelle-Tmp
                 MOVE SPACES            TO w-Clt-Libelle-Res
                 STRING w-Clt-Libelle-Tmp        DELIMITED BY SPACE
                        '+'                      DELIMITED BY SIZE
                        w-Clt-Libelle(w-Clt-Idx) DELIMITED BY SPACE
                        INTO w-Clt-Libelle-Res
              END-IF
           END-IF
           .

      *=================================================================
       DECISION-SIMULATION.
      *=================================================================
           MOVE SPACE TO w-Sim-Decision

           PERFORM UNTIL w-Sim-Decision-Valide
              DISPLAY 'CONFIRMER LA TABLE PROPOSEE (O) OU REVENIR AUX '
                      'REGLES EN VIGUEUR (N) ?'
              ACCEPT w-Sim-Decision
           END-PERFORM

           ADD 1 TO w-Nb-Actions
           MOVE SPACES     TO L-RPT-A-VALEUR
           MOVE 0          TO L-RPT-A-DIVISEUR
           MOVE w-Sim-Date TO L-RPT-A-DEBUT
           MOVE w-Sim-Date TO L-RPT-A-FIN

           IF w-Sim-Confirmee
              PERFORM REECRITURE-REGLES
              MOVE w-Reg-Table TO w-Vig-Table
              MOVE w-Reg-Nb    TO w-Vig-Nb
              MOVE 'CONFIRMATION  ' TO L-RPT-A-LIBELLE
              DISPLAY 'TABLE PROPOSEE CONFIRMEE ET ENREGISTREE'
           ELSE
              MOVE w-Vig-Table TO w-Reg-Table
              MOVE w-Vig-Nb    TO w-Reg-Nb
              MOVE 'ABANDON       ' TO L-RPT-A-LIBELLE
              DISPLAY 'MODIFICATIONS ABANDONNEES : REGLES EN VIGUEUR '
                      'RETABLIES'
           END-IF

           WRITE ENR-RPT FROM L-RPT-ACTION
           PERFORM JOURNALISATION-ACTION
           .

      *=================================================================
       JOURNALISATION-ACTION.
      *=================================================================
      *    La maintenance des regles est une action superviseur : elle
      *    part au journal d'audit commun avec la ligne d'action du
      *    rapport (diviseur en cle, libelle en motif). Un incident
      *    d'ecriture ne bloque pas la session, il est seulement
      *    signale
           OPEN EXTEND F-AUD

           IF L-STS-AUD = 35
              OPEN OUTPUT F-AUD
           END-IF

           IF L-STS-AUD NOT = 0
              DISPLAY 'Erreur ouverture journal AUDIT'
           ELSE
              ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
              ACCEPT L-AUD-HEURE FROM TIME
              MOVE 'Regmnt'         TO L-AUD-PGM
              MOVE SPACES           TO L-AUD-ENR
              STRING 'REGLE '        DELIMITED BY SIZE
                     L-RPT-A-LIBELLE DELIMITED BY SIZE
                     INTO L-AUD-ENR
              MOVE 'REG'            TO L-AUD-DISPO
              MOVE w-Operateur      TO L-AUD-OPR
              MOVE 'Fizzbuzz.reg'   TO L-AUD-FICHIER
              MOVE L-RPT-A-VALEUR   TO L-AUD-MOTIF
              MOVE L-RPT-A-DIVISEUR TO L-AUD-CLE
              MOVE SPACES           TO L-AUD-ORIGINE
              WRITE ENR-AUD FROM L-AUD-LIGNE
              CLOSE F-AUD
           END-IF
           .

      *=================================================================
       FERMETURE-RAPPORT.
      *=================================================================
