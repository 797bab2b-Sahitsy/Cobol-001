      *              rejet) : un fichier ne porte qu'une origine, les
      *              rejets d'une autre origine sont laisses en
      *              attente pour une session suivante.
      *              La carte Repare.prm, si elle nomme une date, fait
      *              relire la generation datee Hello2AAAAMMJJ.rej d'un
      *              lot anterieur (cataloguee dans Hello2.cat) au lieu
      *              du rapport des rejets du dernier lot.
      *-----------------------------------------------------------------

      *=================================================================
       FILE-CONTROL.
      *-------------
      *--- Rapport des rejets produit par Hello2, relu en entree
           SELECT F-REJ     ASSIGN TO w-Nom-Rejets
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-REJ.

                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ATT.

      *--- Carte parametre : date de la generation des sorties de
      *    Hello2 a relire (absente ou a blanc : dernier lot)
           SELECT F-PRM     ASSIGN TO 'Repare.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.

      *--- Catalogue des generations datees, tenu par Hello2
           SELECT F-GCT     ASSIGN TO 'Hello2.cat'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-GCT.

      *--- Rapport de situation de la session de reprise
           SELECT F-RPT     ASSIGN TO 'Repare.rpt'
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
       01 L-STS-SOR           PIC 9(2).
       01 L-STS-ATT           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-PRM           PIC 9(2).
       01 L-STS-GCT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-GCT-EOF           PIC X.
           88 L-GCT-EOF-OUI   VALUE 'O'.
           88 L-GCT-EOF-NON   VALUE 'N'.

       01 L-REJ-EOF           PIC X.
           88 L-REJ-EOF-OUI   VALUE 'O'.
           88 L-REJ-EOF-NON   VALUE 'N'.
           05 w-Hachage-Total    PIC 9(7).
       01 w-Hachage-Fichier   PIC 9(7) VALUE 0.

      *--- Generation relue : sorties du dernier lot sous leur nom
      *    courant, ou generation datee nommee par la carte
       01 w-Nom-Rejets        PIC X(60) VALUE 'Hello2.rej'.
       01 w-Gen-Date          PIC X(8) VALUE SPACES.
       01 w-Gen-Trouvee       PIC X    VALUE 'N'.
           88 w-Gen-Trouvee-Oui VALUE 'O'.
           88 w-Gen-Trouvee-Non VALUE 'N'.

      *--- Date systeme : entete du fichier corrige et du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Sorties de Hello2 a relire : dernier lot ou generation
      *    datee d'un lot anterieur
           PERFORM SELECTION-GENERATION

      *    Les attentes de la session precedente sont chargees avant
      *    que le fichier d'attente ne soit reecrit
           PERFORM CHARGEMENT-ATTENTE
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
              MOVE SPACES TO w-Nom-Rejets
              STRING 'Hello2'    DELIMITED BY SIZE
                     w-Gen-Date  DELIMITED BY SIZE
                     '.rej'      DELIMITED BY SIZE
                     INTO w-Nom-Rejets
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
       CHARGEMENT-ATTENTE.
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
           WRITE ENR-RPT FROM L-RPT-ENTETE2
           .

