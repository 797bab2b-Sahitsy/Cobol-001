      *              generaux de lot qui se recoupent avec le rapport
      *              Hello2.rpt. C'est le document remis a l'emetteur
      *              en cas de contestation.
      *              La carte Consol.prm, si elle nomme une date, fait
      *              relire les generations datees Hello2AAAAMMJJ.ext
      *              et .rej d'un lot anterieur (cataloguees dans
      *              Hello2.cat) au lieu des sorties du dernier lot.
      *-----------------------------------------------------------------

      *=================================================================
       FILE-CONTROL.
      *-------------
      *--- Extrait d'interface des detail acceptes, ecrit par Hello2
           SELECT F-EXT     ASSIGN TO w-Nom-Extrait
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-EXT.

      *--- Rapport des rejets, pour le compte de rejets par fichier
           SELECT F-REJ     ASSIGN TO w-Nom-Rejets
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-REJ.

      *--- Fichier de travail du tri interne
           SELECT F-TRI     ASSIGN TO 'Consol.tmp'.

      *--- Carte parametre : date de la generation des sorties de
      *    Hello2 a relire (absente ou a blanc : dernier lot)
           SELECT F-PRM     ASSIGN TO 'Consol.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.

      *--- Catalogue des generations datees, tenu par Hello2
           SELECT F-GCT     ASSIGN TO 'Hello2.cat'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-GCT.

      *--- Rapport consolide
           SELECT F-RPT     ASSIGN TO 'Consol.rpt'
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
       01 w-RejT-Trouvee      PIC 9(3) VALUE 0.
       01 w-RejT-Nb-Lignes    PIC 9(5) VALUE 0.

      *--- Generation relue : sorties du dernier lot sous leur nom
      *    courant, ou generation datee nommee par la carte
       01 w-Nom-Extrait       PIC X(60) VALUE 'Hello2.ext'.
       01 w-Nom-Rejets        PIC X(60) VALUE 'Hello2.rej'.
       01 w-Gen-Date          PIC X(8) VALUE SPACES.
       01 w-Gen-Trouvee       PIC X    VALUE 'N'.
           88 w-Gen-Trouvee-Oui VALUE 'O'.
           88 w-Gen-Trouvee-Non VALUE 'N'.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
       01 L-STS-EXT           PIC 9(2).
       01 L-STS-REJ           PIC 9(2).
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
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Sorties de Hello2 a relire : dernier lot ou generation
      *    datee d'un lot anterieur
           PERFORM SELECTION-GENERATION

      *    Rejets par fichier source, releves avant l'edition
           PERFORM CHARGEMENT-REJETS

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
       CHARGEMENT-REJETS.
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
