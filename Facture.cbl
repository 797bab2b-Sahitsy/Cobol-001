       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Facture IS INITIAL PROGRAM.
      *DESCRIPTION : Facturation mensuelle des traitements, par
      *              origine. Le tarif de chaque origine (Tarif.ref)
      *              donne le compte client, le prix unitaire d'un
      *              detail accepte, d'un rejet, d'un doublon mis en
      *              quarantaine et d'un mouvement C/S applique au
      *              master, et le minimum mensuel. Les lignes du
      *              journal d'audit du mois demande (archive mensuelle
      *              AudarcAAAAMM.aud si Audarc l'a coupee, puis
      *              Hello2.aud) sont comptees par origine selon les
      *              memes regles que Releve, et valorisees : une
      *              facture par origine (Facture.rpt), complement au
      *              minimum mensuel compris, et un fichier d'ecritures
      *              a format fixe pour la comptabilite (Facture.cpt),
      *              borne par entete et trailer. Les quantites
      *              facturees sont rapprochees des totaux du releve
      *              du meme mois (Releve.rpt, a editer au prealable) ;
      *              une origine active sans tarif est listee non
      *              facturee. Mois demande par la carte Facture.prm
      *              (AAAAMM). Montants hors taxes.
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
      *--- Carte parametre : mois a facturer
           SELECT F-PRM     ASSIGN TO 'Facture.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.

      *--- Referentiel des tarifs : un tarif par origine
           SELECT F-TRF     ASSIGN TO 'Tarif.ref'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-TRF.

      *--- Referentiel des origines, pour le libelle de l'emetteur
           SELECT F-ORG     ASSIGN TO 'Origine.ref'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ORG.

      *--- Journal d'audit courant, alimente par Hello2
           SELECT F-AUD     ASSIGN TO 'Hello2.aud'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-AUD.

      *--- Archive mensuelle du mois demande, si Audarc l'a coupee
           SELECT F-ARC     ASSIGN TO w-Nom-Archive
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ARC.

      *--- Releve mensuel du meme mois, pour le rapprochement
           SELECT F-REL     ASSIGN TO 'Releve.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-REL.

      *--- Factures editees
           SELECT F-RPT     ASSIGN TO 'Facture.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *--- Ecritures a destination de la comptabilite
           SELECT F-CPT     ASSIGN TO 'Facture.cpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CPT.

      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-------------
       FILE SECTION.
      *-------------
      *--- Carte parametre
       FD  F-PRM
           RECORD CONTAINS 6 CHARACTERS.
       01  ENR-PRM.
           10  PRM-AAAAMM     PIC 9(6).

      *--- Tarif d'une origine : prix unitaires a 4 decimales,
      *    minimum mensuel a 2 decimales, virgule implicite
       FD  F-TRF
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-TRF.
           10  TRF-ORIGINE        PIC X(5).
           10  TRF-COMPTE         PIC X(10).
           10  TRF-PRIX-ACC       PIC 9(3)V9(4).
           10  TRF-PRIX-REJ       PIC 9(3)V9(4).
           10  TRF-PRIX-DBL       PIC 9(3)V9(4).
           10  TRF-PRIX-MVT       PIC 9(3)V9(4).
           10  TRF-MINIMUM        PIC 9(7)V99.
           10  FILLER             PIC X(8).

      *--- Referentiel des origines (dessin de Hello2), seuls le code
      *    et le libelle sont utilises ici
       FD  F-ORG
           RECORD CONTAINS 52 CHARACTERS.
       01  ENR-ORG.
           10  ORG-CODE       PIC X(5).
           10  ORG-LIBELLE    PIC X(30).
           10  ORG-SEUIL-REJ  PIC 9(3).
           10  ORG-SEUIL-DBL  PIC 9(3).
           10  ORG-JOURS      PIC X(7).
           10  ORG-HEURE-LIMITE PIC 9(4).

      *--- Lignes d'audit, lues brutes et decodees en Working
       FD  F-AUD
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-AUD            PIC X(140).

       FD  F-ARC
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-ARC            PIC X(140).

      *--- Lignes du releve (dessin de L-RPT-ENTETE1 et L-RPT-LIBRE
      *    de Releve)
       FD  F-REL
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-REL            PIC X(100).

      *--- Factures editees
       FD  F-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-RPT            PIC X(100).

      *--- Ecritures comptables : entete, une ecriture au debit du
      *    compte client par facture, trailer de controle
       FD  F-CPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-CPT            PIC X(80).

       01  ENR-CPT-ENTETE REDEFINES ENR-CPT.
           10  CPT-E-TYPE         PIC X.
           10  CPT-E-DATE         PIC 9(8).
           10  CPT-E-PERIODE      PIC 9(6).
           10  CPT-E-EMETTEUR     PIC X(8).
           10  FILLER             PIC X(57).

       01  ENR-CPT-DETAIL REDEFINES ENR-CPT.
           10  CPT-D-TYPE         PIC X.
           10  CPT-D-PIECE        PIC X(13).
           10  CPT-D-DATE         PIC 9(8).
           10  CPT-D-PERIODE      PIC 9(6).
           10  CPT-D-COMPTE       PIC X(10).
           10  CPT-D-ORIGINE      PIC X(5).
           10  CPT-D-SENS         PIC X.
           10  CPT-D-MONTANT      PIC 9(9)V99.
           10  CPT-D-LIBELLE      PIC X(25).

       01  ENR-CPT-TRAILER REDEFINES ENR-CPT.
           10  CPT-T-TYPE         PIC X.
           10  CPT-T-NB           PIC 9(7).
           10  CPT-T-TOTAL        PIC 9(11)V99.
           10  FILLER             PIC X(59).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *--- Nom de l'archive mensuelle du mois demande
       01 w-Nom-Archive       PIC X(60) VALUE SPACES.

      *--- Ligne d'audit decodee (dessin de L-AUD-LIGNE de Hello2)
       01 w-Aud-Ligne.
           05 w-Aud-Date      PIC 9(8).
           05 w-Aud-Date-AAAAMM REDEFINES w-Aud-Date.
               10 w-Aud-AAAAMM PIC 9(6).
               10 w-Aud-JJ     PIC 9(2).
           05 FILLER          PIC X.
           05 w-Aud-Heure     PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Pgm       PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Enr       PIC X(21).
           05 FILLER          PIC X.
           05 w-Aud-Dispo     PIC X(3).
           05 FILLER          PIC X.
           05 w-Aud-Opr       PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Fichier   PIC X(30).
           05 FILLER          PIC X.
           05 w-Aud-Motif     PIC X(16).
           05 FILLER          PIC X.
           05 w-Aud-Cle       PIC X(7).
           05 FILLER          PIC X.
           05 w-Aud-Origine   PIC X(5).
           05 FILLER          PIC X(17).

      *--- Origines : declarees (Origine.ref), tarifees (Tarif.ref)
      *    ou rencontrees au journal, avec leur activite du mois
       01 w-Org-Table.
           05 w-Org-Entree OCCURS 100 TIMES.
               10 w-Org-Code      PIC X(5).
               10 w-Org-Libelle   PIC X(30).
               10 w-Org-Tarif     PIC X.
               10 w-Org-Compte    PIC X(10).
               10 w-Org-Prix-Acc  PIC 9(3)V9(4).
               10 w-Org-Prix-Rej  PIC 9(3)V9(4).
               10 w-Org-Prix-Dbl  PIC 9(3)V9(4).
               10 w-Org-Prix-Mvt  PIC 9(3)V9(4).
               10 w-Org-Minimum   PIC 9(7)V99.
               10 w-Org-Nb-Acc    PIC 9(7).
               10 w-Org-Nb-Rej    PIC 9(7).
               10 w-Org-Nb-Dbl    PIC 9(7).
               10 w-Org-Nb-Mvt    PIC 9(7).
       01 w-Org-Nb            PIC 9(3) VALUE 0.
       01 w-Org-Idx           PIC 9(3) VALUE 0.
       01 w-Org-Trouvee       PIC 9(3) VALUE 0.
       01 w-Org-Cherchee      PIC X(5) VALUE SPACES.

      *--- Valorisation de la facture en cours
       01 w-Num-Facture       PIC X(13) VALUE SPACES.
       01 w-Mnt-Acc           PIC 9(9)V99 VALUE 0.
       01 w-Mnt-Rej           PIC 9(9)V99 VALUE 0.
       01 w-Mnt-Dbl           PIC 9(9)V99 VALUE 0.
       01 w-Mnt-Mvt           PIC 9(9)V99 VALUE 0.
       01 w-Mnt-Sous-Total    PIC 9(9)V99 VALUE 0.
       01 w-Mnt-Complement    PIC 9(9)V99 VALUE 0.
       01 w-Mnt-Total         PIC 9(9)V99 VALUE 0.

      *--- Totaux du mois : quantites comptees au journal (memes
      *    regles que Releve), factures et ecritures emises
       01 w-Tot-Acceptes      PIC 9(9) VALUE 0.
       01 w-Tot-Doublons      PIC 9(9) VALUE 0.
       01 w-Tot-Rejets        PIC 9(9) VALUE 0.
       01 w-Tot-Cor           PIC 9(9) VALUE 0.
       01 w-Tot-Sup           PIC 9(9) VALUE 0.
       01 w-Nb-Retenues       PIC 9(9) VALUE 0.
       01 w-Nb-Factures       PIC 9(5) VALUE 0.
       01 w-Nb-Ecritures      PIC 9(7) VALUE 0.
       01 w-Tot-Facture       PIC 9(11)V99 VALUE 0.
       01 w-Nb-Sans-Tarif     PIC 9(5) VALUE 0.
       01 w-Nb-Tarifs-Refuses PIC 9(5) VALUE 0.
       01 w-Trf-Motif         PIC X(24) VALUE SPACES.

      *--- Totaux du releve du meme mois, pour le rapprochement
       01 w-Rel-Present       PIC X    VALUE 'N'.
           88 w-Rel-Present-Oui VALUE 'O'.
           88 w-Rel-Present-Non VALUE 'N'.
       01 w-Rel-Acceptes      PIC 9(9) VALUE 0.
       01 w-Rel-Doublons      PIC 9(9) VALUE 0.
       01 w-Rel-Rejets        PIC 9(9) VALUE 0.
       01 w-Rel-Cor           PIC 9(9) VALUE 0.
       01 w-Rel-Sup           PIC 9(9) VALUE 0.
       01 w-Rel-Nb-Edite      PIC Z(8)9.
       01 w-Rel-Nb            PIC 9(9) VALUE 0.
       01 w-Nb-Ecarts         PIC 9(2) VALUE 0.

      *--- Rapprochement d'un total : facture contre releve
       01 w-Rap-Facture       PIC 9(9) VALUE 0.
       01 w-Rap-Releve        PIC 9(9) VALUE 0.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Facture'.
           05 w-Evt-Severite      PIC X    VALUE 'I'.
           05 w-Evt-Code          PIC X(8) VALUE SPACES.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.
       01 w-Evt-Nb            PIC Z(4)9.
       01 w-Evt-Montant       PIC Z(10)9,99.

      *--- Date systeme utilisee pour l'entete et les ecritures
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).

      *--- Identification du job, transmise a la banniere Hello
       01 w-Job-Nom           PIC X(20) VALUE 'FACTURE'.
       01 w-Job-Horodatage.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'FACTURE'.
           05 w-Suivi-Nb-Fichiers PIC 9(5) VALUE 0.
           05 w-Suivi-Nb-Enr      PIC 9(7) VALUE 0.
           05 w-Suivi-Nb-Rej      PIC 9(7) VALUE 0.
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *  FILE STATUS
       01 L-STS-PRM           PIC 9(2).
       01 L-STS-TRF           PIC 9(2).
       01 L-STS-ORG           PIC 9(2).
       01 L-STS-AUD           PIC 9(2).
       01 L-STS-ARC           PIC 9(2).
       01 L-STS-REL           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-CPT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-TRF-EOF           PIC X.
           88 L-TRF-EOF-OUI   VALUE 'O'.
           88 L-TRF-EOF-NON   VALUE 'N'.

       01 L-ORG-EOF           PIC X.
           88 L-ORG-EOF-OUI   VALUE 'O'.
           88 L-ORG-EOF-NON   VALUE 'N'.

       01 L-AUD-EOF           PIC X.
           88 L-AUD-EOF-OUI   VALUE 'O'.
           88 L-AUD-EOF-NON   VALUE 'N'.

       01 L-ARC-EOF           PIC X.
           88 L-ARC-EOF-OUI   VALUE 'O'.
           88 L-ARC-EOF-NON   VALUE 'N'.

       01 L-REL-EOF           PIC X.
           88 L-REL-EOF-OUI   VALUE 'O'.
           88 L-REL-EOF-NON   VALUE 'N'.

      *--- Lignes des factures F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(40)
               VALUE 'FACTURATION MENSUELLE DES TRAITEMENTS - '.
           05 L-RPT-E1-AAAAMM PIC 9(6).
           05 FILLER          PIC X(12) VALUE '  EDITEE LE '.
           05 L-RPT-E1-JJ     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-MM     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-AAAA   PIC 9999.
           05 FILLER          PIC X(32) VALUE SPACES.

       01 L-RPT-SEPARATEUR    PIC X(100) VALUE ALL '='.

       01 L-RPT-FACTURE.
           05 FILLER          PIC X(8)  VALUE 'FACTURE '.
           05 L-RPT-F-NUMERO  PIC X(13).
           05 FILLER          PIC X(11) VALUE '  EMETTEUR '.
           05 L-RPT-F-ORIGINE PIC X(5).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-F-LIBELLE PIC X(30).
           05 FILLER          PIC X(9)  VALUE '  COMPTE '.
           05 L-RPT-F-COMPTE  PIC X(10).
           05 FILLER          PIC X(13) VALUE SPACES.

       01 L-RPT-COLONNES.
           05 FILLER          PIC X(32) VALUE '  PRESTATION'.
           05 FILLER          PIC X(13) VALUE 'QUANTITE'.
           05 FILLER          PIC X(15) VALUE 'PRIX UNITAIRE'.
           05 FILLER          PIC X(40) VALUE '     MONTANT'.

       01 L-RPT-PRESTATION.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-P-LIBELLE PIC X(30).
           05 L-RPT-P-QTE     PIC Z(6)9.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 L-RPT-P-PRIX    PIC ZZ9,9999.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 L-RPT-P-MONTANT PIC Z(8)9,99.
           05 FILLER          PIC X(31) VALUE SPACES.

       01 L-RPT-MONTANT.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-M-LIBELLE PIC X(53).
           05 L-RPT-M-MONTANT PIC Z(10)9,99.
           05 FILLER          PIC X(31) VALUE SPACES.

       01 L-RPT-RAPPROCHEMENT.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-R-LIBELLE PIC X(28).
           05 FILLER          PIC X(9)  VALUE 'FACTURE '.
           05 L-RPT-R-FACTURE PIC Z(8)9.
           05 FILLER          PIC X(9)  VALUE '  RELEVE '.
           05 L-RPT-R-RELEVE  PIC Z(8)9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-R-ETAT    PIC X(8).
           05 FILLER          PIC X(24) VALUE SPACES.

       01 L-RPT-LIBRE.
           05 L-RPT-L-TEXTE   PIC X(60).
           05 L-RPT-L-NB      PIC Z(8)9 VALUE ZERO.
           05 FILLER          PIC X(31) VALUE SPACES.

       01 L-RPT-TEXTE         PIC X(100) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : LECTURE-PARAMETRE
           PERFORM LECTURE-PARAMETRE

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Origines declarees puis tarifs : un tarif refuse est liste
      *    en tete des factures, son origine reste sans tarif
           PERFORM CHARGEMENT-ORIGINES
           PERFORM CHARGEMENT-TARIFS

      *    Activite du mois par origine : l'archive mensuelle d'abord
      *    si Audarc l'a deja coupee, puis le journal courant (memes
      *    sources et memes regles que Releve)
           PERFORM CUMUL-ARCHIVE
           PERFORM CUMUL-JOURNAL

      *    Une facture par origine tarifee, avec son ecriture
           PERFORM OUVERTURE-COMPTABILITE

           PERFORM VARYING w-Org-Idx FROM 1 BY 1
                      UNTIL w-Org-Idx > w-Org-Nb
              PERFORM EDITION-FACTURE
           END-PERFORM

           PERFORM FERMETURE-COMPTABILITE

      *    Rapprochement avec le releve du meme mois
           PERFORM LECTURE-RELEVE
           PERFORM EDITION-CONTROLE

           CLOSE F-RPT

      *    Appel du paragraphe : EVENEMENTS-FACTURATION
           PERFORM EVENEMENTS-FACTURATION

      *    Ecart de rapprochement, tarif refuse ou origine active
      *    sans tarif : a regulariser avant envoi a la comptabilite.
      *    Releve du mois absent : rapprochement a refaire
           EVALUATE TRUE
              WHEN w-Nb-Ecarts > 0
                 OR w-Nb-Tarifs-Refuses > 0
                 OR w-Nb-Sans-Tarif > 0
                 MOVE 8 TO w-Suivi-Code-Retour
              WHEN w-Rel-Present-Non
                 MOVE 4 TO w-Suivi-Code-Retour
              WHEN OTHER
                 MOVE 0 TO w-Suivi-Code-Retour
           END-EVALUATE

      *    Recapitulatif de l'execution vers l'historique de suivi
           MOVE w-Nb-Factures   TO w-Suivi-Nb-Fichiers
           MOVE w-Nb-Retenues   TO w-Suivi-Nb-Enr
           MOVE w-Nb-Sans-Tarif TO w-Suivi-Nb-Rej
           CALL 'Suivi' USING w-Suivi-Demande

      *    Le code retour du job est positionne apres l'appel du
      *    sous-programme de suivi, dont le retour l'ecraserait
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
       LECTURE-PARAMETRE.
      *=================================================================
           OPEN INPUT F-PRM

           IF L-STS-PRM NOT = 0
              DISPLAY 'Erreur ouverture carte parametre'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           READ F-PRM

           IF L-STS-PRM NOT = 0 OR PRM-AAAAMM NOT NUMERIC
              DISPLAY 'Erreur lecture carte parametre'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           CLOSE F-PRM

           MOVE SPACES TO w-Nom-Archive
           STRING 'Audarc'     DELIMITED BY SIZE
                  PRM-AAAAMM   DELIMITED BY SIZE
                  '.aud'       DELIMITED BY SIZE
                  INTO w-Nom-Archive
           .

      *=================================================================
       OUVERTURE-RAPPORT.
      *=================================================================
           OPEN OUTPUT F-RPT

           IF L-STS-RPT NOT = 0
              DISPLAY 'Erreur ouverture fichier RAPPORT'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ACCEPT w-Date-Sys FROM DATE YYYYMMDD

           MOVE PRM-AAAAMM      TO L-RPT-E1-AAAAMM
           MOVE w-Date-Sys-JJ   TO L-RPT-E1-JJ
           MOVE w-Date-Sys-MM   TO L-RPT-E1-MM
           MOVE w-Date-Sys-AAAA TO L-RPT-E1-AAAA

           WRITE ENR-RPT FROM L-RPT-ENTETE1
           .

      *=================================================================
       ECRITURE-LIGNE-RAPPORT.
      *=================================================================
           WRITE ENR-RPT FROM L-RPT-LIBRE

           MOVE SPACES TO L-RPT-L-TEXTE
           MOVE 0      TO L-RPT-L-NB
           .

      *=================================================================
       ECRITURE-TEXTE-RAPPORT.
      *=================================================================
           WRITE ENR-RPT FROM L-RPT-TEXTE

           MOVE SPACES TO L-RPT-TEXTE
           .

      *=================================================================
       CHARGEMENT-ORIGINES.
      *=================================================================
      *    Referentiel absent : les factures portent le seul code
           SET L-ORG-EOF-NON TO TRUE

           OPEN INPUT F-ORG

           IF L-STS-ORG NOT = 0
              SET L-ORG-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-ORG-EOF-OUI
              READ F-ORG
              AT END
                 SET L-ORG-EOF-OUI TO TRUE
              NOT AT END
                 IF ORG-CODE NOT = SPACES
                    MOVE ORG-CODE TO w-Org-Cherchee
                    PERFORM RECHERCHE-ORIGINE
                    IF w-Org-Trouvee > 0
                       MOVE ORG-LIBELLE
                         TO w-Org-Libelle(w-Org-Trouvee)
                    END-IF
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-ORG = 10 OR L-STS-ORG = 0
              CLOSE F-ORG
           END-IF
           .

      *=================================================================
       CHARGEMENT-TARIFS.
      *=================================================================
      *    Un tarif incomplet (compte client absent, prix ou minimum
      *    non numerique) ou en double est refuse : il est liste, et
      *    son origine reste sans tarif
           SET L-TRF-EOF-NON TO TRUE

           OPEN INPUT F-TRF

           IF L-STS-TRF NOT = 0
              MOVE 'REFERENTIEL DES TARIFS ABSENT (TARIF.REF)'
                                                 TO L-RPT-TEXTE
              PERFORM ECRITURE-TEXTE-RAPPORT
              ADD 1 TO w-Nb-Tarifs-Refuses
              SET L-TRF-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-TRF-EOF-OUI
              READ F-TRF
              AT END
                 SET L-TRF-EOF-OUI TO TRUE
              NOT AT END
                 IF TRF-ORIGINE NOT = SPACES
                    PERFORM CONTROLE-TARIF
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-TRF = 10 OR L-STS-TRF = 0
              CLOSE F-TRF
           END-IF
           .

      *=================================================================
       CONTROLE-TARIF.
      *=================================================================
           MOVE SPACES      TO w-Trf-Motif
           MOVE TRF-ORIGINE TO w-Org-Cherchee
           PERFORM RECHERCHE-ORIGINE

           EVALUATE TRUE
              WHEN w-Org-Trouvee = 0
                 MOVE 'TABLE DES ORIGINES PLEINE' TO w-Trf-Motif
              WHEN w-Org-Tarif(w-Org-Trouvee) = 'O'
                 MOVE 'TARIF EN DOUBLE'           TO w-Trf-Motif
              WHEN TRF-COMPTE = SPACES
                 MOVE 'COMPTE CLIENT ABSENT'      TO w-Trf-Motif
              WHEN TRF-PRIX-ACC NOT NUMERIC
                 OR TRF-PRIX-REJ NOT NUMERIC
                 OR TRF-PRIX-DBL NOT NUMERIC
                 OR TRF-PRIX-MVT NOT NUMERIC
                 OR TRF-MINIMUM  NOT NUMERIC
                 MOVE 'PRIX NON NUMERIQUE'        TO w-Trf-Motif
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF w-Trf-Motif = SPACES
              MOVE 'O'          TO w-Org-Tarif(w-Org-Trouvee)
              MOVE TRF-COMPTE   TO w-Org-Compte(w-Org-Trouvee)
              MOVE TRF-PRIX-ACC TO w-Org-Prix-Acc(w-Org-Trouvee)
              MOVE TRF-PRIX-REJ TO w-Org-Prix-Rej(w-Org-Trouvee)
              MOVE TRF-PRIX-DBL TO w-Org-Prix-Dbl(w-Org-Trouvee)
              MOVE TRF-PRIX-MVT TO w-Org-Prix-Mvt(w-Org-Trouvee)
              MOVE TRF-MINIMUM  TO w-Org-Minimum(w-Org-Trouvee)
           ELSE
              ADD 1 TO w-Nb-Tarifs-Refuses
              STRING 'TARIF REFUSE ' DELIMITED BY SIZE
                     TRF-ORIGINE     DELIMITED BY SIZE
                     ' : '           DELIMITED BY SIZE
                     w-Trf-Motif     DELIMITED BY SIZE
                     INTO L-RPT-TEXTE
              END-STRING
              PERFORM ECRITURE-TEXTE-RAPPORT

              MOVE 'W'          TO w-Evt-Severite
              MOVE 'TARIFKO'    TO w-Evt-Code
              MOVE TRF-ORIGINE  TO w-Evt-Objet
              MOVE SPACES       TO w-Evt-Texte
              STRING 'TARIF REFUSE : ' DELIMITED BY SIZE
                     w-Trf-Motif       DELIMITED BY SIZE
                     INTO w-Evt-Texte
              END-STRING
              CALL 'Evenement' USING w-Evt-Demande
           END-IF
           .

      *=================================================================
       RECHERCHE-ORIGINE.
      *=================================================================
      *    Origine de w-Org-Cherchee dans la table, ajoutee sans tarif
      *    ni activite a la premiere rencontre ; l'origine a blanc des
      *    lignes de l'ancien dessin est une origine comme une autre
           MOVE 0 TO w-Org-Trouvee

           PERFORM VARYING w-Org-Idx FROM 1 BY 1
                      UNTIL w-Org-Idx > w-Org-Nb
              IF w-Org-Code(w-Org-Idx) = w-Org-Cherchee
                 MOVE w-Org-Idx TO w-Org-Trouvee
              END-IF
           END-PERFORM

           IF w-Org-Trouvee = 0
              IF w-Org-Nb < 100
                 ADD 1 TO w-Org-Nb
                 MOVE w-Org-Nb TO w-Org-Trouvee
                 INITIALIZE w-Org-Entree(w-Org-Trouvee)
                 MOVE w-Org-Cherchee TO w-Org-Code(w-Org-Trouvee)
                 MOVE 'N'            TO w-Org-Tarif(w-Org-Trouvee)
                 IF w-Org-Cherchee = SPACES
                    MOVE '(ORIGINE NON RENSEIGNEE)'
                      TO w-Org-Libelle(w-Org-Trouvee)
                 ELSE
                    MOVE '(ORIGINE NON DECLAREE)'
                      TO w-Org-Libelle(w-Org-Trouvee)
                 END-IF
              ELSE
                 DISPLAY 'Alerte : table des origines pleine (100 '
                         'max), ligne non cumulee'
              END-IF
           END-IF
           .

      *=================================================================
       CUMUL-ARCHIVE.
      *=================================================================
      *    Archive absente : le mois n'a pas encore ete coupe par
      *    Audarc, le journal courant suffit
           SET L-ARC-EOF-NON TO TRUE

           OPEN INPUT F-ARC

           IF L-STS-ARC NOT = 0
              SET L-ARC-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-ARC-EOF-OUI
              READ F-ARC
              AT END
                 SET L-ARC-EOF-OUI TO TRUE
              NOT AT END
                 MOVE ENR-ARC TO w-Aud-Ligne
                 PERFORM CUMUL-LIGNE-AUDIT
              END-READ
           END-PERFORM

           IF L-STS-ARC = 10 OR L-STS-ARC = 0
              CLOSE F-ARC
           END-IF
           .

      *=================================================================
       CUMUL-JOURNAL.
      *=================================================================
           SET L-AUD-EOF-NON TO TRUE

           OPEN INPUT F-AUD

           IF L-STS-AUD NOT = 0
              SET L-AUD-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-AUD-EOF-OUI
              READ F-AUD
              AT END
                 SET L-AUD-EOF-OUI TO TRUE
              NOT AT END
                 MOVE ENR-AUD TO w-Aud-Ligne
                 PERFORM CUMUL-LIGNE-AUDIT
              END-READ
           END-PERFORM

           IF L-STS-AUD = 10 OR L-STS-AUD = 0
              CLOSE F-AUD
           END-IF
           .

      *=================================================================
       CUMUL-LIGNE-AUDIT.
      *=================================================================
      *    Memes lignes que le releve : sorts ACC, DBL, REJ, COR et
      *    SUP des lignes Hello2 du mois demande. Corrections et
      *    suppressions appliquees sont facturees ensemble comme
      *    mouvements C/S
           IF w-Aud-Pgm NOT = 'Hello2'
              OR w-Aud-Date NOT NUMERIC
              OR w-Aud-AAAAMM NOT = PRM-AAAAMM
              CONTINUE
           ELSE
              IF w-Aud-Dispo = 'ACC' OR w-Aud-Dispo = 'DBL'
                 OR w-Aud-Dispo = 'REJ' OR w-Aud-Dispo = 'COR'
                 OR w-Aud-Dispo = 'SUP'
                 ADD 1 TO w-Nb-Retenues

                 MOVE w-Aud-Origine TO w-Org-Cherchee
                 PERFORM RECHERCHE-ORIGINE

                 IF w-Org-Trouvee > 0
                    EVALUATE w-Aud-Dispo
                       WHEN 'ACC'
                          ADD 1 TO w-Org-Nb-Acc(w-Org-Trouvee)
                          ADD 1 TO w-Tot-Acceptes
                       WHEN 'DBL'
                          ADD 1 TO w-Org-Nb-Dbl(w-Org-Trouvee)
                          ADD 1 TO w-Tot-Doublons
                       WHEN 'REJ'
                          ADD 1 TO w-Org-Nb-Rej(w-Org-Trouvee)
                          ADD 1 TO w-Tot-Rejets
                       WHEN 'COR'
                          ADD 1 TO w-Org-Nb-Mvt(w-Org-Trouvee)
                          ADD 1 TO w-Tot-Cor
                       WHEN 'SUP'
                          ADD 1 TO w-Org-Nb-Mvt(w-Org-Trouvee)
                          ADD 1 TO w-Tot-Sup
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           .

      *=================================================================
       OUVERTURE-COMPTABILITE.
      *=================================================================
           OPEN OUTPUT F-CPT

           IF L-STS-CPT NOT = 0
              DISPLAY 'Erreur ouverture fichier ECRITURES'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES     TO ENR-CPT
           MOVE 'E'        TO CPT-E-TYPE
           MOVE w-Date-Sys TO CPT-E-DATE
           MOVE PRM-AAAAMM TO CPT-E-PERIODE
           MOVE 'HELLO2'   TO CPT-E-EMETTEUR
           WRITE ENR-CPT
           .

      *=================================================================
       EDITION-FACTURE.
      *=================================================================
      *    Origine sans tarif : rien a facturer, mais une activite du
      *    mois est signalee au controle. Origine tarifee : facturee
      *    des qu'elle a une activite ou un minimum mensuel
           IF w-Org-Tarif(w-Org-Idx) NOT = 'O'
              IF w-Org-Nb-Acc(w-Org-Idx) > 0
                 OR w-Org-Nb-Rej(w-Org-Idx) > 0
                 OR w-Org-Nb-Dbl(w-Org-Idx) > 0
                 OR w-Org-Nb-Mvt(w-Org-Idx) > 0
                 ADD 1 TO w-Nb-Sans-Tarif
              END-IF
           ELSE
              IF w-Org-Nb-Acc(w-Org-Idx) > 0
                 OR w-Org-Nb-Rej(w-Org-Idx) > 0
                 OR w-Org-Nb-Dbl(w-Org-Idx) > 0
                 OR w-Org-Nb-Mvt(w-Org-Idx) > 0
                 OR w-Org-Minimum(w-Org-Idx) > 0
                 PERFORM VALORISATION-FACTURE
                 PERFORM IMPRESSION-FACTURE
                 PERFORM ECRITURE-COMPTABLE
              END-IF
           END-IF
           .

      *=================================================================
       VALORISATION-FACTURE.
      *=================================================================
      *    Chaque prestation est arrondie au centime ; le minimum
      *    mensuel s'applique au sous-total par un complement
           COMPUTE w-Mnt-Acc ROUNDED = w-Org-Nb-Acc(w-Org-Idx)
                                     * w-Org-Prix-Acc(w-Org-Idx)
           COMPUTE w-Mnt-Rej ROUNDED = w-Org-Nb-Rej(w-Org-Idx)
                                     * w-Org-Prix-Rej(w-Org-Idx)
           COMPUTE w-Mnt-Dbl ROUNDED = w-Org-Nb-Dbl(w-Org-Idx)
                                     * w-Org-Prix-Dbl(w-Org-Idx)
           COMPUTE w-Mnt-Mvt ROUNDED = w-Org-Nb-Mvt(w-Org-Idx)
                                     * w-Org-Prix-Mvt(w-Org-Idx)

           COMPUTE w-Mnt-Sous-Total = w-Mnt-Acc + w-Mnt-Rej
                                    + w-Mnt-Dbl + w-Mnt-Mvt

           IF w-Mnt-Sous-Total < w-Org-Minimum(w-Org-Idx)
              COMPUTE w-Mnt-Complement = w-Org-Minimum(w-Org-Idx)
                                       - w-Mnt-Sous-Total
           ELSE
              MOVE 0 TO w-Mnt-Complement
           END-IF

           COMPUTE w-Mnt-Total = w-Mnt-Sous-Total + w-Mnt-Complement

           MOVE SPACES TO w-Num-Facture
           STRING 'F'                    DELIMITED BY SIZE
                  PRM-AAAAMM             DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  w-Org-Code(w-Org-Idx)  DELIMITED BY SIZE
                  INTO w-Num-Facture
           END-STRING

           ADD 1           TO w-Nb-Factures
           ADD w-Mnt-Total TO w-Tot-Facture
           .

      *=================================================================
       IMPRESSION-FACTURE.
      *=================================================================
           WRITE ENR-RPT FROM L-RPT-SEPARATEUR

           MOVE w-Num-Facture            TO L-RPT-F-NUMERO
           MOVE w-Org-Code(w-Org-Idx)    TO L-RPT-F-ORIGINE
           MOVE w-Org-Libelle(w-Org-Idx) TO L-RPT-F-LIBELLE
           MOVE w-Org-Compte(w-Org-Idx)  TO L-RPT-F-COMPTE
           WRITE ENR-RPT FROM L-RPT-FACTURE

           WRITE ENR-RPT FROM L-RPT-COLONNES

           MOVE 'DETAIL ACCEPTES'          TO L-RPT-P-LIBELLE
           MOVE w-Org-Nb-Acc(w-Org-Idx)    TO L-RPT-P-QTE
           MOVE w-Org-Prix-Acc(w-Org-Idx)  TO L-RPT-P-PRIX
           MOVE w-Mnt-Acc                  TO L-RPT-P-MONTANT
           WRITE ENR-RPT FROM L-RPT-PRESTATION

           MOVE 'REJETS'                   TO L-RPT-P-LIBELLE
           MOVE w-Org-Nb-Rej(w-Org-Idx)    TO L-RPT-P-QTE
           MOVE w-Org-Prix-Rej(w-Org-Idx)  TO L-RPT-P-PRIX
           MOVE w-Mnt-Rej                  TO L-RPT-P-MONTANT
           WRITE ENR-RPT FROM L-RPT-PRESTATION

           MOVE 'DOUBLONS EN QUARANTAINE'  TO L-RPT-P-LIBELLE
           MOVE w-Org-Nb-Dbl(w-Org-Idx)    TO L-RPT-P-QTE
           MOVE w-Org-Prix-Dbl(w-Org-Idx)  TO L-RPT-P-PRIX
           MOVE w-Mnt-Dbl                  TO L-RPT-P-MONTANT
           WRITE ENR-RPT FROM L-RPT-PRESTATION

           MOVE 'MOUVEMENTS C/S APPLIQUES' TO L-RPT-P-LIBELLE
           MOVE w-Org-Nb-Mvt(w-Org-Idx)    TO L-RPT-P-QTE
           MOVE w-Org-Prix-Mvt(w-Org-Idx)  TO L-RPT-P-PRIX
           MOVE w-Mnt-Mvt                  TO L-RPT-P-MONTANT
           WRITE ENR-RPT FROM L-RPT-PRESTATION

           MOVE 'SOUS-TOTAL'               TO L-RPT-M-LIBELLE
           MOVE w-Mnt-Sous-Total           TO L-RPT-M-MONTANT
           WRITE ENR-RPT FROM L-RPT-MONTANT

           IF w-Mnt-Complement > 0
              MOVE 'COMPLEMENT AU MINIMUM MENSUEL'
                                           TO L-RPT-M-LIBELLE
              MOVE w-Mnt-Complement        TO L-RPT-M-MONTANT
              WRITE ENR-RPT FROM L-RPT-MONTANT
           END-IF

           MOVE 'TOTAL A PAYER HORS TAXES' TO L-RPT-M-LIBELLE
           MOVE w-Mnt-Total                TO L-RPT-M-MONTANT
           WRITE ENR-RPT FROM L-RPT-MONTANT
           .

      *=================================================================
       ECRITURE-COMPTABLE.
      *=================================================================
      *    Une ecriture au debit du compte client, piece = numero de
      *    facture ; une facture a zero n'est pas transmise
           IF w-Mnt-Total > 0
              MOVE SPACES                  TO ENR-CPT
              MOVE 'D'                     TO CPT-D-TYPE
              MOVE w-Num-Facture           TO CPT-D-PIECE
              MOVE w-Date-Sys              TO CPT-D-DATE
              MOVE PRM-AAAAMM              TO CPT-D-PERIODE
              MOVE w-Org-Compte(w-Org-Idx) TO CPT-D-COMPTE
              MOVE w-Org-Code(w-Org-Idx)   TO CPT-D-ORIGINE
              MOVE 'D'                     TO CPT-D-SENS
              MOVE w-Mnt-Total             TO CPT-D-MONTANT
              MOVE 'FRAIS DE TRAITEMENT'   TO CPT-D-LIBELLE
              WRITE ENR-CPT

              IF L-STS-CPT NOT = 0
                 DISPLAY 'Erreur ecriture fichier ECRITURES'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              ADD 1 TO w-Nb-Ecritures
           END-IF
           .

      *=================================================================
       FERMETURE-COMPTABILITE.
      *=================================================================
      *    Trailer : nombre d'ecritures et montant total, controles
      *    par la comptabilite a la reception
           MOVE SPACES         TO ENR-CPT
           MOVE 'T'            TO CPT-T-TYPE
           MOVE w-Nb-Ecritures TO CPT-T-NB
           MOVE w-Tot-Facture  TO CPT-T-TOTAL
           WRITE ENR-CPT

           CLOSE F-CPT
           .

      *=================================================================
       LECTURE-RELEVE.
      *=================================================================
      *    Le releve n'est retenu que s'il porte le mois facture ;
      *    ses totaux sont relus sur les lignes TOTAL DU MOIS
           SET w-Rel-Present-Non TO TRUE
           SET L-REL-EOF-NON TO TRUE

           OPEN INPUT F-REL

           IF L-STS-REL NOT = 0
              SET L-REL-EOF-OUI TO TRUE
           ELSE
              READ F-REL
              AT END
                 SET L-REL-EOF-OUI TO TRUE
              NOT AT END
                 IF ENR-REL(1:29) = 'RELEVE MENSUEL D''ACTIVITE - '
                    AND ENR-REL(30:6) = PRM-AAAAMM
                    SET w-Rel-Present-Oui TO TRUE
                 ELSE
                    SET L-REL-EOF-OUI TO TRUE
                 END-IF
              END-READ
           END-IF

           PERFORM UNTIL L-REL-EOF-OUI
              READ F-REL
              AT END
                 SET L-REL-EOF-OUI TO TRUE
              NOT AT END
                 PERFORM RELEVE-TOTAL-DU-MOIS
              END-READ
           END-PERFORM

           IF L-STS-REL = 10 OR L-STS-REL = 0
              CLOSE F-REL
           END-IF
           .

      *=================================================================
       RELEVE-TOTAL-DU-MOIS.
      *=================================================================
           IF ENR-REL(1:16) = 'TOTAL DU MOIS - '
              MOVE ENR-REL(61:9)  TO w-Rel-Nb-Edite
              MOVE w-Rel-Nb-Edite TO w-Rel-Nb

              EVALUATE ENR-REL(17:44)
                 WHEN 'ACCEPTES'
                    MOVE w-Rel-Nb TO w-Rel-Acceptes
                 WHEN 'DOUBLONS'
                    MOVE w-Rel-Nb TO w-Rel-Doublons
                 WHEN 'REJETS'
                    MOVE w-Rel-Nb TO w-Rel-Rejets
                 WHEN 'CORRECTIONS'
                    MOVE w-Rel-Nb TO w-Rel-Cor
                 WHEN 'SUPPRESSIONS'
                    MOVE w-Rel-Nb TO w-Rel-Sup
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

      *=================================================================
       EDITION-CONTROLE.
      *=================================================================
      *    Page de controle : origines actives sans tarif, totaux
      *    factures et ecritures, rapprochement avec le releve
           WRITE ENR-RPT FROM L-RPT-SEPARATEUR

           MOVE 'CONTROLE DE LA FACTURATION DU MOIS' TO L-RPT-TEXTE
           PERFORM ECRITURE-TEXTE-RAPPORT

           PERFORM VARYING w-Org-Idx FROM 1 BY 1
                      UNTIL w-Org-Idx > w-Org-Nb
              IF w-Org-Tarif(w-Org-Idx) NOT = 'O'
                 PERFORM EDITION-ORIGINE-SANS-TARIF
              END-IF
           END-PERFORM

           MOVE 'LIGNES D''AUDIT RETENUES'         TO L-RPT-L-TEXTE
           MOVE w-Nb-Retenues                      TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'FACTURES EMISES'                  TO L-RPT-L-TEXTE
           MOVE w-Nb-Factures                      TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'ECRITURES TRANSMISES (FACTURE.CPT)' TO L-RPT-L-TEXTE
           MOVE w-Nb-Ecritures                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'ORIGINES ACTIVES SANS TARIF'      TO L-RPT-L-TEXTE
           MOVE w-Nb-Sans-Tarif                    TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'TARIFS REFUSES'                   TO L-RPT-L-TEXTE
           MOVE w-Nb-Tarifs-Refuses                TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'MONTANT TOTAL FACTURE HORS TAXES' TO L-RPT-M-LIBELLE
           MOVE w-Tot-Facture                      TO L-RPT-M-MONTANT
           WRITE ENR-RPT FROM L-RPT-MONTANT

      *    Les quantites comptees ici, origines sans tarif comprises,
      *    doivent egaler les totaux du releve du meme mois
           MOVE 0 TO w-Nb-Ecarts

           IF w-Rel-Present-Non
              MOVE 'RELEVE DU MOIS ABSENT : RAPPROCHEMENT NON FAIT'
                                                   TO L-RPT-TEXTE
              PERFORM ECRITURE-TEXTE-RAPPORT
           ELSE
              MOVE 'ACCEPTES'           TO L-RPT-R-LIBELLE
              MOVE w-Tot-Acceptes       TO w-Rap-Facture
              MOVE w-Rel-Acceptes       TO w-Rap-Releve
              PERFORM EDITION-RAPPROCHEMENT

              MOVE 'REJETS'             TO L-RPT-R-LIBELLE
              MOVE w-Tot-Rejets         TO w-Rap-Facture
              MOVE w-Rel-Rejets         TO w-Rap-Releve
              PERFORM EDITION-RAPPROCHEMENT

              MOVE 'DOUBLONS'           TO L-RPT-R-LIBELLE
              MOVE w-Tot-Doublons       TO w-Rap-Facture
              MOVE w-Rel-Doublons       TO w-Rap-Releve
              PERFORM EDITION-RAPPROCHEMENT

              MOVE 'CORRECTIONS'        TO L-RPT-R-LIBELLE
              MOVE w-Tot-Cor            TO w-Rap-Facture
              MOVE w-Rel-Cor            TO w-Rap-Releve
              PERFORM EDITION-RAPPROCHEMENT

              MOVE 'SUPPRESSIONS'       TO L-RPT-R-LIBELLE
              MOVE w-Tot-Sup            TO w-Rap-Facture
              MOVE w-Rel-Sup            TO w-Rap-Releve
              PERFORM EDITION-RAPPROCHEMENT

              IF w-Nb-Ecarts = 0
                 MOVE 'RAPPROCHEMENT RELEVE CONFORME'
                                                   TO L-RPT-TEXTE
                 PERFORM ECRITURE-TEXTE-RAPPORT
              ELSE
                 MOVE 'RAPPROCHEMENT RELEVE EN ECART, TOTAUX'
                                                   TO L-RPT-L-TEXTE
                 MOVE w-Nb-Ecarts                  TO L-RPT-L-NB
                 PERFORM ECRITURE-LIGNE-RAPPORT
              END-IF
           END-IF

           DISPLAY 'FACTURE ' PRM-AAAAMM ' : ' w-Nb-Factures
                   ' FACTURE(S), ' w-Nb-Ecritures
                   ' ECRITURE(S) COMPTABLE(S)'
           .

      *=================================================================
       EDITION-ORIGINE-SANS-TARIF.
      *=================================================================
           IF w-Org-Nb-Acc(w-Org-Idx) > 0
              OR w-Org-Nb-Rej(w-Org-Idx) > 0
              OR w-Org-Nb-Dbl(w-Org-Idx) > 0
              OR w-Org-Nb-Mvt(w-Org-Idx) > 0
              STRING 'ORIGINE SANS TARIF, NON FACTUREE : '
                                                DELIMITED BY SIZE
                     w-Org-Code(w-Org-Idx)      DELIMITED BY SIZE
                     ' '                        DELIMITED BY SIZE
                     w-Org-Libelle(w-Org-Idx)   DELIMITED BY '  '
                     INTO L-RPT-TEXTE
              END-STRING
              PERFORM ECRITURE-TEXTE-RAPPORT

              MOVE 'DETAIL ACCEPTES'          TO L-RPT-P-LIBELLE
              MOVE w-Org-Nb-Acc(w-Org-Idx)    TO L-RPT-P-QTE
              MOVE 0                          TO L-RPT-P-PRIX
              MOVE 0                          TO L-RPT-P-MONTANT
              WRITE ENR-RPT FROM L-RPT-PRESTATION

              MOVE 'REJETS'                   TO L-RPT-P-LIBELLE
              MOVE w-Org-Nb-Rej(w-Org-Idx)    TO L-RPT-P-QTE
              WRITE ENR-RPT FROM L-RPT-PRESTATION

              MOVE 'DOUBLONS EN QUARANTAINE'  TO L-RPT-P-LIBELLE
              MOVE w-Org-Nb-Dbl(w-Org-Idx)    TO L-RPT-P-QTE
              WRITE ENR-RPT FROM L-RPT-PRESTATION

              MOVE 'MOUVEMENTS C/S APPLIQUES' TO L-RPT-P-LIBELLE
              MOVE w-Org-Nb-Mvt(w-Org-Idx)    TO L-RPT-P-QTE
              WRITE ENR-RPT FROM L-RPT-PRESTATION

              MOVE 'W'                     TO w-Evt-Severite
              MOVE 'SANSTARF'              TO w-Evt-Code
              MOVE w-Org-Code(w-Org-Idx)   TO w-Evt-Objet
              MOVE 'ORIGINE ACTIVE SANS TARIF : NON FACTUREE'
                                           TO w-Evt-Texte
              CALL 'Evenement' USING w-Evt-Demande
           END-IF
           .

      *=================================================================
       EDITION-RAPPROCHEMENT.
      *=================================================================
           MOVE w-Rap-Facture TO L-RPT-R-FACTURE
           MOVE w-Rap-Releve  TO L-RPT-R-RELEVE

           IF w-Rap-Facture = w-Rap-Releve
              MOVE 'CONFORME' TO L-RPT-R-ETAT
           ELSE
              MOVE 'ECART'    TO L-RPT-R-ETAT
              ADD 1 TO w-Nb-Ecarts
           END-IF

           WRITE ENR-RPT FROM L-RPT-RAPPROCHEMENT
           .

      *=================================================================
       EVENEMENTS-FACTURATION.
      *=================================================================
      *    Bilan de la facturation sur le fil d'evenements ; un ecart
      *    avec le releve, ou un releve absent, est une alerte
           MOVE w-Nb-Factures TO w-Evt-Nb
           MOVE w-Tot-Facture TO w-Evt-Montant

           MOVE 'I'           TO w-Evt-Severite
           MOVE 'FACTURES'    TO w-Evt-Code
           MOVE 'Facture.cpt' TO w-Evt-Objet
           MOVE SPACES        TO w-Evt-Texte
           STRING 'FACTURES EMISES :' DELIMITED BY SIZE
                  w-Evt-Nb            DELIMITED BY SIZE
                  ' MONTANT HT :'     DELIMITED BY SIZE
                  w-Evt-Montant       DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING
           CALL 'Evenement' USING w-Evt-Demande

           IF w-Rel-Present-Non
              MOVE 'W'          TO w-Evt-Severite
              MOVE 'RELABS'     TO w-Evt-Code
              MOVE 'Releve.rpt' TO w-Evt-Objet
              MOVE 'RELEVE DU MOIS ABSENT : RAPPROCHEMENT NON FAIT'
                                TO w-Evt-Texte
              CALL 'Evenement' USING w-Evt-Demande
           END-IF

           IF w-Nb-Ecarts > 0
              MOVE 'W'          TO w-Evt-Severite
              MOVE 'RAPECART'   TO w-Evt-Code
              MOVE 'Releve.rpt' TO w-Evt-Objet
              MOVE 'FACTURATION EN ECART AVEC LE RELEVE DU MOIS'
                                TO w-Evt-Texte
              CALL 'Evenement' USING w-Evt-Demande
           END-IF
           .

      *================================================================
      *Fin du programme
       END PROGRAM Facture.
