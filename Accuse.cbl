      *              trailers doivent concorder, et les cles non
      *              acquittees ou rejetees par l'entrepot sortent sur
      *              un rapport d'exception (Accuse.rpt) pour etre
      *              re-extraites du master le lendemain. Chaque
      *              nature d'exception est publiee, avec son nombre de
      *              cles, sur le fil d'evenements (Evenement.fic).
      *              Format attendu de l'accuse : E;AAAAMMJJ puis une
      *              ligne D;cle;statut par cle (A = acceptee,
      *              R = rejetee), puis T;nombre.
      *              Les lignes de changement de l'extrait (C pour
      *              une correction, S pour une suppression appliquee
      *              au master) sont acquittees de la meme facon par
      *              des lignes C;cle;statut et S;cle;statut, et
      *              comptees a part sur le trailer de l'accuse :
      *              T;nombre D;nombre C;nombre S (un trailer de
      *              l'ancien dessin, sans les deux derniers comptes,
      *              les annonce a zero).
      *              La carte Accuse.prm, si elle nomme une date, fait
      *              relire la generation datee Hello2AAAAMMJJ.ext d'un
      *              lot anterieur (cataloguee dans Hello2.cat) au lieu
      *              de l'extrait du dernier lot ; l'accuse rendu pour
      *              ce lot est alors depose dans Hello2.acc.
      *-----------------------------------------------------------------

      *=================================================================
       FILE-CONTROL.
      *-------------
      *--- Extrait d'interface expedie a l'entrepot, ecrit par Hello2
           SELECT F-EXT     ASSIGN TO w-Nom-Extrait
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-EXT.

                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ACC.

      *--- Carte parametre : date de la generation des sorties de
      *    Hello2 a relire (absente ou a blanc : dernier lot)
           SELECT F-PRM     ASSIGN TO 'Accuse.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.

      *--- Catalogue des generations datees, tenu par Hello2
           SELECT F-GCT     ASSIGN TO 'Hello2.cat'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-GCT.

      *--- Rapport d'exception de la reconciliation
           SELECT F-RPT     ASSIGN TO 'Accuse.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT             PIC X(80).

      *--- Carte parametre : date de generation AAAAMMJJ
       FD  F-PRM
           RECORD CONTAINS 8 CHARACTERS.
       01  ENR-PRM.
           10  PRM-GENERATION PIC X(8).

      *--- Catalogue des generations (dessin de Hello2)
       FD  F-GCT
           RECORD CONTAINS 58 CHARACTERS.
       01  ENR-GCT.
           10  GCT-DATE       PIC X(8).
           10  FILLER         PIC X(50).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *--- Cles de l'extrait chargees en table, avec le type de ligne
      *    (D detail, C correction, S suppression) et l'etat rendu par
      *    l'accuse de reception : blanc = non acquittee, A = acceptee,
      *    R = rejetee par l'entrepot
       01 w-Ext-Table.
           05 w-Ext-Entree OCCURS 5000 TIMES.
               10 w-Ext-Type      PIC X.
               10 w-Ext-Cle       PIC 9(7).
               10 w-Ext-Etat      PIC X.
       01 w-Ext-Nb            PIC 9(5) VALUE 0.
       01 w-Champ-Cle         PIC X(7).
       01 w-Champ-Statut      PIC X(2).
       01 w-Champ-Reste       PIC X(80).
       01 w-Champ-Hachage     PIC X(7).
       01 w-Champ-Nb-Cor      PIC X(7).
       01 w-Champ-Nb-Sup      PIC X(7).

      *--- Type de la ligne en exception (D, C ou S), edite en clair
       01 w-Type-Ligne        PIC X.
           88 w-Type-Ligne-Detail      VALUE 'D'.
           88 w-Type-Ligne-Correction  VALUE 'C'.
           88 w-Type-Ligne-Suppression VALUE 'S'.

      *--- Cadrage numerique d'un champ delimite : les comptes et les
      *    cles arrivent cadres a gauche avec des blancs de queue, ils
       01 w-Cadrage-Car       PIC X.
       01 w-Cadrage-Chiffre REDEFINES w-Cadrage-Car PIC 9.

      *--- Comptes des deux fichiers et de leurs trailers, ventiles
      *    detail / corrections / suppressions
       01 w-Ext-Nb-Detail     PIC 9(7) VALUE 0.
       01 w-Ext-Nb-Cor        PIC 9(7) VALUE 0.
       01 w-Ext-Nb-Sup        PIC 9(7) VALUE 0.
       01 w-Ext-Trl-Nb        PIC 9(7) VALUE 0.
       01 w-Ext-Trl-Nb-Cor    PIC 9(7) VALUE 0.
       01 w-Ext-Trl-Nb-Sup    PIC 9(7) VALUE 0.
       01 w-Ext-Trl-Vu        PIC X    VALUE 'N'.
           88 w-Ext-Trl-Vu-Oui  VALUE 'O'.
           88 w-Ext-Trl-Vu-Non  VALUE 'N'.
       01 w-Acc-Nb-Detail     PIC 9(7) VALUE 0.
       01 w-Acc-Nb-Cor        PIC 9(7) VALUE 0.
       01 w-Acc-Nb-Sup        PIC 9(7) VALUE 0.
       01 w-Acc-Trl-Nb        PIC 9(7) VALUE 0.
       01 w-Acc-Trl-Nb-Cor    PIC 9(7) VALUE 0.
       01 w-Acc-Trl-Nb-Sup    PIC 9(7) VALUE 0.
       01 w-Acc-Trl-Vu        PIC X    VALUE 'N'.
           88 w-Acc-Trl-Vu-Oui  VALUE 'O'.
           88 w-Acc-Trl-Vu-Non  VALUE 'N'.
       01 w-Nb-Rejetes        PIC 9(7) VALUE 0.
       01 w-Nb-Non-Acquittes  PIC 9(7) VALUE 0.
       01 w-Nb-Inconnus       PIC 9(7) VALUE 0.
       01 w-Nb-Ecarts-Comptes PIC 9(3) VALUE 0.

      *--- Verdict de la reconciliation
       01 w-Reconciliation-Ok PIC X VALUE 'O'.
           88 w-Reconciliation-Ok-Oui VALUE 'O'.
           88 w-Reconciliation-Ok-Non VALUE 'N'.

      *--- Generation relue : sorties du dernier lot sous leur nom
      *    courant, ou generation datee nommee par la carte
       01 w-Nom-Extrait       PIC X(60) VALUE 'Hello2.ext'.
       01 w-Gen-Date          PIC X(8) VALUE SPACES.
       01 w-Gen-Trouvee       PIC X    VALUE 'N'.
           88 w-Gen-Trouvee-Oui VALUE 'O'.
           88 w-Gen-Trouvee-Non VALUE 'N'.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Accuse'.
           05 w-Evt-Severite      PIC X    VALUE 'W'.
           05 w-Evt-Code          PIC X(8) VALUE SPACES.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.
       01 w-Evt-Nb            PIC Z(6)9.
       01 w-Evt-Libelle       PIC X(40) VALUE SPACES.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
       01 L-STS-EXT           PIC 9(2).
       01 L-STS-ACC           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-PRM           PIC 9(2).
       01 L-STS-GCT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-GCT-EOF           PIC X.
           88 L-GCT-EOF-OUI   VALUE 'O'.
           88 L-GCT-EOF-NON   VALUE 'N'.

       01 L-EXT-EOF           PIC X.
           88 L-EXT-EOF-OUI   VALUE 'O'.
           88 L-EXT-EOF-NON   VALUE 'N'.

       01 L-RPT-COLONNES.
           05 FILLER          PIC X(10) VALUE 'CLE'.
           05 FILLER          PIC X(40) VALUE 'EXCEPTION'.
           05 FILLER          PIC X(30) VALUE 'LIGNE'.

       01 L-RPT-EXCEPTION.
           05 L-RPT-X-CLE     PIC 9(7).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 L-RPT-X-MOTIF   PIC X(40).
           05 L-RPT-X-TYPE    PIC X(12).
           05 FILLER          PIC X(18) VALUE SPACES.

       01 L-RPT-LIBRE.
           05 L-RPT-L-TEXTE   PIC X(50).
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Sorties de Hello2 a relire : dernier lot ou generation
      *    datee d'un lot anterieur
           PERFORM SELECTION-GENERATION

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Appel du paragraphe : FERMETURE-RAPPORT
           PERFORM FERMETURE-RAPPORT

      *    Exceptions de la reconciliation vers le fil d'evenements
           PERFORM EVENEMENTS-RECONCILIATION

           IF w-Reconciliation-Ok-Oui
              MOVE 0 TO w-Suivi-Code-Retour
           ELSE
           CALL 'Hello' USING w-Job-Nom w-Job-Horodatage
           .

      *=================================================================
       SELECTION-GENERATION.
      *=================================================================
      *    Sans carte, ou sur une carte a blanc ou a zero, les sorties
      *    du dernier lot sont relues sous leur nom courant
           MOVE SPACES TO w-Gen-Date

           OPEN INPUT F-PRM

           IF L-STS-PRM = 0
              READ F-PRM
              IF L-STS-PRM = 0
                 AND PRM-GENERATION NOT = SPACES
                 AND PRM-GENERATION NOT = ZEROS
                 MOVE PRM-GENERATION TO w-Gen-Date
              END-IF
              CLOSE F-PRM
           END-IF

           IF w-Gen-Date NOT = SPACES
              PERFORM CONTROLE-GENERATION
              MOVE SPACES TO w-Nom-Extrait
              STRING 'Hello2'    DELIMITED BY SIZE
                     w-Gen-Date  DELIMITED BY SIZE
                     '.ext'      DELIMITED BY SIZE
                     INTO w-Nom-Extrait
              DISPLAY 'GENERATION RELUE : LOT DU ' w-Gen-Date
           END-IF
           .

      *=================================================================
       CONTROLE-GENERATION.
      *=================================================================
      *    La generation demandee doit figurer au catalogue : une
      *    generation roulee (supprimee) ou jamais produite est refusee
      *    plutot que de relire un fichier absent ou partiel
           SET w-Gen-Trouvee-Non TO TRUE
           SET L-GCT-EOF-NON     TO TRUE

           OPEN INPUT F-GCT

           IF L-STS-GCT NOT = 0
              SET L-GCT-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-GCT-EOF-OUI
              READ F-GCT
              AT END
                 SET L-GCT-EOF-OUI TO TRUE
              NOT AT END
                 IF GCT-DATE = w-Gen-Date
                    SET w-Gen-Trouvee-Oui TO TRUE
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-GCT = 10 OR L-STS-GCT = 0
              CLOSE F-GCT
           END-IF

           IF w-Gen-Trouvee-Non
              DISPLAY 'Erreur generation non cataloguee : ' w-Gen-Date
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *=================================================================
       OUVERTURE-RAPPORT.
      *=================================================================
           MOVE w-Date-Sys-AAAA TO L-RPT-E1-AAAA

           WRITE ENR-RPT FROM L-RPT-ENTETE1

           IF w-Gen-Date NOT = SPACES
              MOVE SPACES TO ENR-RPT
              STRING 'GENERATION RELUE : LOT DU ' DELIMITED BY SIZE
                     w-Gen-Date                   DELIMITED BY SIZE
                     INTO ENR-RPT
              WRITE ENR-RPT
           END-IF
           .

      *=================================================================
      *=================================================================
       CHARGEMENT-EXTRAIT.
      *=================================================================
      *    Les lignes detail 'D' et de changement 'C'/'S' portent une
      *    cle ; le trailer 'T' donne les comptes annonces a l'entrepot
           SET L-EXT-EOF-NON TO TRUE
           MOVE 0 TO w-Ext-Nb
           MOVE 0 TO w-Ext-Nb-Detail
           MOVE 0 TO w-Ext-Nb-Cor
           MOVE 0 TO w-Ext-Nb-Sup

           OPEN INPUT F-EXT

              SET L-EXT-EOF-OUI TO TRUE
           NOT AT END
              IF ENR-EXT(1:2) = 'D;'
                 OR ENR-EXT(1:2) = 'C;'
                 OR ENR-EXT(1:2) = 'S;'
                 EVALUATE ENR-EXT(1:1)
                    WHEN 'D'
                       ADD 1 TO w-Ext-Nb-Detail
                    WHEN 'C'
                       ADD 1 TO w-Ext-Nb-Cor
                    WHEN OTHER
                       ADD 1 TO w-Ext-Nb-Sup
                 END-EVALUATE

                 MOVE SPACES TO w-Champ-Type
                                w-Champ-Cle

                 IF w-Ext-Nb < 5000
                    ADD 1 TO w-Ext-Nb
                    MOVE ENR-EXT(1:1) TO w-Ext-Type(w-Ext-Nb)
                    MOVE w-Champ-Cle  TO w-Ext-Cle(w-Ext-Nb)
                    MOVE SPACE        TO w-Ext-Etat(w-Ext-Nb)
                 ELSE
                    DISPLAY 'Alerte : table des cles pleine (5000 '
                            'max), cle non pointee : ' w-Champ-Cle
                 END-IF
              ELSE
                 IF ENR-EXT(1:2) = 'T;'
      *             T;detail;total de controle;corrections;suppressions
                    SET w-Ext-Trl-Vu-Oui TO TRUE
                    MOVE SPACES TO w-Champ-Type
                                   w-Champ-Cle
                                   w-Champ-Hachage
                                   w-Champ-Nb-Cor
                                   w-Champ-Nb-Sup
                    UNSTRING ENR-EXT DELIMITED BY ';'
                        INTO w-Champ-Type
                             w-Champ-Cle
                             w-Champ-Hachage
                             w-Champ-Nb-Cor
                             w-Champ-Nb-Sup
                    PERFORM CADRAGE-CLE-NUMERIQUE
                    MOVE w-Cle-Num TO w-Ext-Trl-Nb
                    MOVE w-Champ-Nb-Cor TO w-Champ-Cle
                    PERFORM CADRAGE-CLE-NUMERIQUE
                    MOVE w-Cle-Num TO w-Ext-Trl-Nb-Cor
                    MOVE w-Champ-Nb-Sup TO w-Champ-Cle
                    PERFORM CADRAGE-CLE-NUMERIQUE
                    MOVE w-Cle-Num TO w-Ext-Trl-Nb-Sup
                 END-IF
              END-IF
           END-READ
      *=================================================================
           SET L-ACC-EOF-NON TO TRUE
           MOVE 0 TO w-Acc-Nb-Detail
           MOVE 0 TO w-Acc-Nb-Cor
           MOVE 0 TO w-Acc-Nb-Sup

           OPEN INPUT F-ACC

              SET L-ACC-EOF-OUI TO TRUE
           NOT AT END
              IF ENR-ACC(1:2) = 'D;'
                 OR ENR-ACC(1:2) = 'C;'
                 OR ENR-ACC(1:2) = 'S;'
                 EVALUATE ENR-ACC(1:1)
                    WHEN 'D'
                       ADD 1 TO w-Acc-Nb-Detail
                    WHEN 'C'
                       ADD 1 TO w-Acc-Nb-Cor
                    WHEN OTHER
                       ADD 1 TO w-Acc-Nb-Sup
                 END-EVALUATE
                 PERFORM POINTAGE-CLE-ACCUSE
              ELSE
                 IF ENR-ACC(1:2) = 'T;'
      *             T;detail;corrections;suppressions
                    SET w-Acc-Trl-Vu-Oui TO TRUE
                    MOVE SPACES TO w-Champ-Type
                                   w-Champ-Cle
                                   w-Champ-Nb-Cor
                                   w-Champ-Nb-Sup
                    UNSTRING ENR-ACC DELIMITED BY ';'
                        INTO w-Champ-Type
                             w-Champ-Cle
                             w-Champ-Nb-Cor
                             w-Champ-Nb-Sup
                    PERFORM CADRAGE-CLE-NUMERIQUE
                    MOVE w-Cle-Num TO w-Acc-Trl-Nb
                    MOVE w-Champ-Nb-Cor TO w-Champ-Cle
                    PERFORM CADRAGE-CLE-NUMERIQUE
                    MOVE w-Cle-Num TO w-Acc-Trl-Nb-Cor
                    MOVE w-Champ-Nb-Sup TO w-Champ-Cle
                    PERFORM CADRAGE-CLE-NUMERIQUE
                    MOVE w-Cle-Num TO w-Acc-Trl-Nb-Sup
                 END-IF
              END-IF
           END-READ
      *=================================================================
       POINTAGE-CLE-ACCUSE.
      *=================================================================
      *    La cle acquittee est recherchee dans la table de l'extrait
      *    parmi les lignes du meme type (une cle chargee puis corrigee
      *    dans le meme lot y figure en D et en C) ; une cle plusieurs
      *    fois expediee sous le meme type est pointee sur sa premiere
      *    occurrence non encore acquittee. Un acquittement sans cle
      *    expediee est lui-meme une exception
           MOVE SPACES TO w-Champ-Type
                          w-Champ-Cle
                          w-Champ-Statut
           PERFORM VARYING w-Ext-Idx FROM 1 BY 1
                      UNTIL w-Ext-Idx > w-Ext-Nb
              IF w-Ext-Cle(w-Ext-Idx) = w-Cle-Num
                 AND w-Ext-Type(w-Ext-Idx) = ENR-ACC(1:1)
                 IF w-Ext-Trouvee = 0
                    MOVE w-Ext-Idx TO w-Ext-Trouvee
                 ELSE
                    IF w-Ext-Etat(w-Ext-Trouvee) NOT = SPACE
                       AND w-Ext-Etat(w-Ext-Idx) = SPACE
                       MOVE w-Ext-Idx TO w-Ext-Trouvee
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

              MOVE w-Cle-Num                    TO L-RPT-X-CLE
              MOVE 'ACQUITTEMENT SANS CLE EXPEDIEE'
                                                TO L-RPT-X-MOTIF
              MOVE ENR-ACC(1:1)                 TO w-Type-Ligne
              PERFORM LIBELLE-TYPE-LIGNE
              WRITE ENR-RPT FROM L-RPT-EXCEPTION
           END-IF
           .
              MOVE 'TRAILER DE L''EXTRAIT ABSENT' TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Reconciliation-Ok-Non TO TRUE
              ADD 1 TO w-Nb-Ecarts-Comptes
           ELSE
              IF w-Ext-Trl-Nb NOT = w-Ext-Nb-Detail
                 MOVE 'ECART TRAILER/DETAIL DE L''EXTRAIT, ANNONCES'
                 MOVE w-Ext-Trl-Nb               TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
                 SET w-Reconciliation-Ok-Non TO TRUE
                 ADD 1 TO w-Nb-Ecarts-Comptes
              END-IF
           END-IF

              MOVE 'TRAILER DE L''ACCUSE ABSENT' TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Reconciliation-Ok-Non TO TRUE
              ADD 1 TO w-Nb-Ecarts-Comptes
           ELSE
              IF w-Acc-Trl-Nb NOT = w-Acc-Nb-Detail
                 MOVE 'ECART TRAILER/DETAIL DE L''ACCUSE, ANNONCES'
                 MOVE w-Acc-Trl-Nb               TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
                 SET w-Reconciliation-Ok-Non TO TRUE
                 ADD 1 TO w-Nb-Ecarts-Comptes
              END-IF
           END-IF

              MOVE w-Acc-Nb-Detail               TO L-RPT-L-NB
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Reconciliation-Ok-Non TO TRUE
              ADD 1 TO w-Nb-Ecarts-Comptes
           END-IF

      *    Memes controles pour les lignes de changement C et S
           IF w-Ext-Trl-Vu-Oui
              IF w-Ext-Trl-Nb-Cor NOT = w-Ext-Nb-Cor
                 MOVE 'ECART TRAILER/CORRECTIONS DE L''EXTRAIT'
                                                 TO L-RPT-L-TEXTE
                 MOVE w-Ext-Trl-Nb-Cor           TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
                 SET w-Reconciliation-Ok-Non TO TRUE
                 ADD 1 TO w-Nb-Ecarts-Comptes
              END-IF
              IF w-Ext-Trl-Nb-Sup NOT = w-Ext-Nb-Sup
                 MOVE 'ECART TRAILER/SUPPRESSIONS DE L''EXTRAIT'
                                                 TO L-RPT-L-TEXTE
                 MOVE w-Ext-Trl-Nb-Sup           TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
                 SET w-Reconciliation-Ok-Non TO TRUE
                 ADD 1 TO w-Nb-Ecarts-Comptes
              END-IF
           END-IF

           IF w-Acc-Trl-Vu-Oui
              IF w-Acc-Trl-Nb-Cor NOT = w-Acc-Nb-Cor
                 MOVE 'ECART TRAILER/CORRECTIONS DE L''ACCUSE'
                                                 TO L-RPT-L-TEXTE
                 MOVE w-Acc-Trl-Nb-Cor           TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
                 SET w-Reconciliation-Ok-Non TO TRUE
                 ADD 1 TO w-Nb-Ecarts-Comptes
              END-IF
              IF w-Acc-Trl-Nb-Sup NOT = w-Acc-Nb-Sup
                 MOVE 'ECART TRAILER/SUPPRESSIONS DE L''ACCUSE'
                                                 TO L-RPT-L-TEXTE
                 MOVE w-Acc-Trl-Nb-Sup           TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
                 SET w-Reconciliation-Ok-Non TO TRUE
                 ADD 1 TO w-Nb-Ecarts-Comptes
              END-IF
           END-IF

           IF w-Acc-Nb-Cor NOT = w-Ext-Nb-Cor
              MOVE 'ECART EXTRAIT/ACCUSE, CORRECTIONS ACQUITTEES'
                                                 TO L-RPT-L-TEXTE
              MOVE w-Acc-Nb-Cor                  TO L-RPT-L-NB
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Reconciliation-Ok-Non TO TRUE
              ADD 1 TO w-Nb-Ecarts-Comptes
           END-IF

           IF w-Acc-Nb-Sup NOT = w-Ext-Nb-Sup
              MOVE 'ECART EXTRAIT/ACCUSE, SUPPRESSIONS ACQUITTEES'
                                                 TO L-RPT-L-TEXTE
              MOVE w-Acc-Nb-Sup                  TO L-RPT-L-NB
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Reconciliation-Ok-Non TO TRUE
              ADD 1 TO w-Nb-Ecarts-Comptes
           END-IF
           .

                    MOVE w-Ext-Cle(w-Ext-Idx) TO L-RPT-X-CLE
                    MOVE 'REJETEE PAR L''ENTREPOT - A RE-EXTRAIRE'
                                              TO L-RPT-X-MOTIF
                    MOVE w-Ext-Type(w-Ext-Idx) TO w-Type-Ligne
                    PERFORM LIBELLE-TYPE-LIGNE
                    WRITE ENR-RPT FROM L-RPT-EXCEPTION
                 WHEN OTHER
                    ADD 1 TO w-Nb-Non-Acquittes
                    MOVE w-Ext-Cle(w-Ext-Idx) TO L-RPT-X-CLE
                    MOVE 'NON ACQUITTEE - A RE-EXTRAIRE'
                                              TO L-RPT-X-MOTIF
                    MOVE w-Ext-Type(w-Ext-Idx) TO w-Type-Ligne
                    PERFORM LIBELLE-TYPE-LIGNE
                    WRITE ENR-RPT FROM L-RPT-EXCEPTION
              END-EVALUATE
           END-PERFORM
           MOVE w-Ext-Nb-Detail                  TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'CORRECTIONS EXPEDIEES'          TO L-RPT-L-TEXTE
           MOVE w-Ext-Nb-Cor                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'SUPPRESSIONS EXPEDIEES'         TO L-RPT-L-TEXTE
           MOVE w-Ext-Nb-Sup                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'CLES ACCEPTEES PAR L''ENTREPOT' TO L-RPT-L-TEXTE
           MOVE w-Nb-Acceptes                    TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT
           PERFORM ECRITURE-LIGNE-RAPPORT
           .

      *=================================================================
       EVENEMENTS-RECONCILIATION.
      *=================================================================
      *    Une alerte par nature d'exception, avec le nombre de cles
      *    en cause (le detail cle par cle reste sur Accuse.rpt), ou
      *    une information si la reconciliation est complete
           MOVE w-Nom-Extrait TO w-Evt-Objet

           IF w-Reconciliation-Ok-Oui
              MOVE 'I'               TO w-Evt-Severite
              MOVE 'ACCOK'           TO w-Evt-Code
              MOVE 'RECONCILIATION COMPLETE AVEC L''ENTREPOT'
                                     TO w-Evt-Texte
              CALL 'Evenement' USING w-Evt-Demande
           END-IF

           MOVE 'W' TO w-Evt-Severite

           IF w-Nb-Rejetes > 0
              MOVE 'ACCREJ'             TO w-Evt-Code
              MOVE w-Nb-Rejetes         TO w-Evt-Nb
              MOVE 'CLES REJETEES PAR L''ENTREPOT :'
                                        TO w-Evt-Libelle
              PERFORM EMISSION-EVENEMENT-COMPTE
           END-IF

           IF w-Nb-Non-Acquittes > 0
              MOVE 'ACCNACQ'            TO w-Evt-Code
              MOVE w-Nb-Non-Acquittes   TO w-Evt-Nb
              MOVE 'CLES NON ACQUITTEES :' TO w-Evt-Libelle
              PERFORM EMISSION-EVENEMENT-COMPTE
           END-IF

           IF w-Nb-Inconnus > 0
              MOVE 'ACCINC'             TO w-Evt-Code
              MOVE w-Nb-Inconnus        TO w-Evt-Nb
              MOVE 'ACQUITTEMENTS SANS CLE EXPEDIEE :'
                                        TO w-Evt-Libelle
              PERFORM EMISSION-EVENEMENT-COMPTE
           END-IF

           IF w-Nb-Ecarts-Comptes > 0
              MOVE 'ACCECART'           TO w-Evt-Code
              MOVE w-Nb-Ecarts-Comptes  TO w-Evt-Nb
              MOVE 'ECARTS DE COMPTES OU TRAILERS :'
                                        TO w-Evt-Libelle
              PERFORM EMISSION-EVENEMENT-COMPTE
           END-IF
           .

      *=================================================================
       EMISSION-EVENEMENT-COMPTE.
      *=================================================================
           MOVE SPACES TO w-Evt-Texte
           STRING w-Evt-Libelle DELIMITED BY '  '
                  w-Evt-Nb      DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
       LIBELLE-TYPE-LIGNE.
      *=================================================================
      *    Type de la ligne en exception, en clair sur le rapport
           EVALUATE TRUE
              WHEN w-Type-Ligne-Correction
                 MOVE 'CORRECTION'  TO L-RPT-X-TYPE
              WHEN w-Type-Ligne-Suppression
                 MOVE 'SUPPRESSION' TO L-RPT-X-TYPE
              WHEN OTHER
                 MOVE 'DETAIL'      TO L-RPT-X-TYPE
           END-EVALUATE
           .

      *================================================================
      *Fin du programme
       END PROGRAM Accuse.
