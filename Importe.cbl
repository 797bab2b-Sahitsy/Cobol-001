       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Importe IS INITIAL PROGRAM.
      *DESCRIPTION : Conversion des fichiers delimites des emetteurs
      *              qui ne savent pas produire le dessin E/D/T. Le
      *              referentiel de conversion (Importe.ref) donne pour
      *              chaque origine le nom du fichier delimite depose,
      *              le separateur (point-virgule par defaut), le nombre
      *              de lignes de titre a ignorer et le rang des champs
      *              hello et world. Chaque fichier present est converti
      *              en Importe-<origine>-<date>.txt : entete avec la
      *              date d'exploitation (tete de Hello2.cal, a defaut
      *              la date systeme) et l'origine, un detail
      *              hello/world/point par ligne convertie, trailer avec
      *              le nombre de detail et le total de controle
      *              Hachage. Le fichier converti est ajoute a la liste
      *              du lot (Hello2.lst) s'il n'y figure pas deja : la
      *              suite de la chaine, a partir de Prevol, le traite
      *              comme tout autre fichier. Les lignes impossibles a
      *              convertir (champ absent, vide ou trop long) sont
      *              listees au rapport des exceptions (Importe.rpt) et
      *              signalees par une alerte (fichier CNV, statut 93),
      *              publiee aussi sur le fil d'evenements.
      *              A executer avant Prevol.
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
      *--- Referentiel de conversion : une correspondance par origine
           SELECT F-REF     ASSIGN TO 'Importe.ref'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-REF.

      *--- Fichier delimite depose par l'emetteur
           SELECT F-DLM     ASSIGN TO w-Nom-Delimite
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-DLM.

      *--- Fichier converti au dessin d'entree de Hello2
           SELECT F-CNV     ASSIGN TO w-Nom-Converti
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CNV.

      *--- Fichier de controle : liste des fichiers du lot
           SELECT F-LST     ASSIGN TO 'Hello2.lst'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-LST.

      *--- Referentiel des origines, pour refuser une correspondance
      *    dont Hello2 rejetterait l'origine
           SELECT F-ORG     ASSIGN TO 'Origine.ref'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ORG.

      *--- Calendrier de traitement : date d'exploitation en tete
           SELECT F-CAL     ASSIGN TO 'Hello2.cal'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CAL.

      *--- Rapport de conversion et des exceptions
           SELECT F-RPT     ASSIGN TO 'Importe.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *--- Fichier des alertes (lu par Matin et par Menu)
           SELECT F-ALT     ASSIGN TO 'Alerte.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ALT.

      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-------------
       FILE SECTION.
      *-------------
      *--- Correspondance d'une origine : fichier delimite depose,
      *    separateur (a blanc = point-virgule), lignes de titre a
      *    ignorer en tete, rang du champ hello et du champ world
       FD  F-REF
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-REF.
           10  REF-ORIGINE         PIC X(5).
           10  REF-FICHIER         PIC X(40).
           10  REF-SEPARATEUR      PIC X.
           10  REF-LIGNES-TITRE    PIC 9.
           10  REF-RANG-HELLO      PIC 9(2).
           10  REF-RANG-WORLD      PIC 9(2).
           10  FILLER              PIC X(9).

      *--- Ligne delimitee de l'emetteur
       FD  F-DLM
           RECORD CONTAINS 200 CHARACTERS.
       01  ENR-DLM             PIC X(200).

      *--- Meme format que le fichier d'entree de Hello2
       FD  F-CNV
           RECORD CONTAINS 21 CHARACTERS.
       01  ENR-CNV             PIC X(21).

       01  ENR-CNV-ENTETE REDEFINES ENR-CNV.
           10  CNV-E-TYPE          PIC X.
           10  CNV-E-DATE          PIC 9(8).
           10  CNV-E-ORIGINE       PIC X(5).
           10  FILLER              PIC X(7).

       01  ENR-CNV-DETAIL REDEFINES ENR-CNV.
           10  CNV-D-TYPE          PIC X.
           10  CNV-D-HELLO         PIC X(5).
           10  CNV-D-ESPACE        PIC X.
           10  CNV-D-WORLD         PIC X(5).
           10  CNV-D-ESPACE2       PIC X.
           10  CNV-D-POINT         PIC X.
           10  FILLER              PIC X(7).

       01  ENR-CNV-TRAILER REDEFINES ENR-CNV.
           10  CNV-T-TYPE          PIC X.
           10  CNV-T-NB-DETAIL     PIC 9(7).
           10  CNV-T-HACHAGE       PIC 9(7).
           10  FILLER              PIC X(6).

      *--- Liste des fichiers du lot, un nom de fichier par ligne
       FD  F-LST
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-LST             PIC X(60).

      *--- Referentiel des origines (dessin de Hello2), seul le code
      *    est utilise ici
       FD  F-ORG
           RECORD CONTAINS 52 CHARACTERS.
       01  ENR-ORG.
           10  ORG-CODE       PIC X(5).
           10  ORG-LIBELLE    PIC X(30).
           10  ORG-SEUIL-REJ  PIC 9(3).
           10  ORG-SEUIL-DBL  PIC 9(3).
           10  ORG-JOURS      PIC X(7).
           10  ORG-HEURE-LIMITE PIC 9(4).

      *--- Calendrier de traitement : une date par enregistrement
       FD  F-CAL
           RECORD CONTAINS 8 CHARACTERS.
       01  ENR-CAL             PIC 9(8).

      *--- Rapport de conversion
       FD  F-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT             PIC X(80).

      *--- Alerte structuree (dessin de Hello2)
       FD  F-ALT
           RECORD CONTAINS 120 CHARACTERS.
       01  ENR-ALT.
           10  ALT-PGM          PIC X(8).
           10  ALT-FICHIER      PIC X(4).
           10  ALT-STATUT       PIC 9(2).
           10  ALT-NOM-FICHIER  PIC X(60).
           10  ALT-NB-LUS       PIC 9(9).
           10  ALT-DATE         PIC 9(8).
           10  ALT-HEURE        PIC 9(8).
           10  ALT-ACQUITTEE    PIC X.
           10  FILLER           PIC X(20).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *--- Noms du fichier delimite et du fichier converti courants
       01 w-Nom-Delimite      PIC X(60) VALUE SPACES.
       01 w-Nom-Converti      PIC X(60) VALUE SPACES.

      *--- Date d'exploitation portee par l'entete des fichiers
      *    convertis : tete de Hello2.cal, a defaut la date systeme
       01 w-Date-Lot          PIC 9(8) VALUE 0.

      *--- Correspondance en cours : separateur retenu et verdict
       01 w-Separateur        PIC X    VALUE ';'.
       01 w-Ref-Motif         PIC X(24) VALUE SPACES.
       01 w-Ref-Valide        PIC X    VALUE 'O'.
           88 w-Ref-Valide-Oui VALUE 'O'.
           88 w-Ref-Valide-Non VALUE 'N'.

      *--- Extraction d'un champ de la ligne delimitee par son rang
       01 w-Rang-Cherche      PIC 9(2) VALUE 0.
       01 w-Rang-Lu           PIC 9(2) VALUE 0.
       01 w-Pointeur          PIC 9(3) VALUE 0.
       01 w-Champ             PIC X(40) VALUE SPACES.
       01 w-Champ-Cadre       PIC X(40) VALUE SPACES.
       01 w-Champ-Blancs      PIC 9(2) VALUE 0.
       01 w-Champ-Present     PIC X    VALUE 'N'.
           88 w-Champ-Present-Oui VALUE 'O'.
           88 w-Champ-Present-Non VALUE 'N'.

      *--- Ligne en cours : valeurs converties et motif d'exception
       01 w-Det-Hello         PIC X(5)  VALUE SPACES.
       01 w-Det-World         PIC X(5)  VALUE SPACES.
       01 w-Det-Motif         PIC X(16) VALUE SPACES.

      *--- Compteurs du fichier en cours et du job
       01 w-Nb-Lignes         PIC 9(7) VALUE 0.
       01 w-Nb-Titres         PIC 9(7) VALUE 0.
       01 w-Nb-Vides          PIC 9(7) VALUE 0.
       01 w-Nb-Convertis      PIC 9(7) VALUE 0.
       01 w-Nb-Exceptions     PIC 9(7) VALUE 0.
       01 w-Nb-Fichiers       PIC 9(5) VALUE 0.
       01 w-Nb-Absents        PIC 9(5) VALUE 0.
       01 w-Nb-Refusees       PIC 9(5) VALUE 0.
       01 w-Nb-Inscrits       PIC 9(5) VALUE 0.
       01 w-Tot-Convertis     PIC 9(7) VALUE 0.
       01 w-Tot-Exceptions    PIC 9(7) VALUE 0.

      *--- Total de controle de contenu des detail convertis
      *    (sous-programme Hachage, meme calcul que Prevol et Hello2)
       01 w-Hachage-Demande.
           05 w-Hachage-Zone     PIC X(100).
           05 w-Hachage-Longueur PIC 9(3).
           05 w-Hachage-Total    PIC 9(7).
       01 w-Hachage-Fichier   PIC 9(7) VALUE 0.

      *--- Referentiel des origines charge en table
       01 w-Org-Table.
           05 w-Org-Code      PIC X(5) OCCURS 50 TIMES.
       01 w-Org-Nb            PIC 9(2) VALUE 0.
       01 w-Org-Idx           PIC 9(2) VALUE 0.
       01 w-Org-Trouvee       PIC 9(2) VALUE 0.

      *--- Liste du lot chargee en table : un fichier converti deja
      *    inscrit (relance le meme jour) ne l'est pas une seconde fois
       01 w-Lst-Table.
           05 w-Lst-Nom       PIC X(60) OCCURS 500 TIMES.
       01 w-Lst-Nb            PIC 9(3) VALUE 0.
       01 w-Lst-Idx           PIC 9(3) VALUE 0.
       01 w-Lst-Trouvee       PIC 9(3) VALUE 0.
       01 w-Lst-Presente      PIC X    VALUE 'N'.
           88 w-Lst-Presente-Oui VALUE 'O'.
           88 w-Lst-Presente-Non VALUE 'N'.

      *--- Fichier et nombre de lignes en cause, repris par l'alerte
       01 w-Alt-Nom           PIC X(60) VALUE SPACES.
       01 w-Alt-Nb            PIC 9(9)  VALUE 0.
       01 w-Alt-Motif         PIC X(24) VALUE SPACES.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Importe'.
           05 w-Evt-Severite      PIC X    VALUE 'W'.
           05 w-Evt-Code          PIC X(8) VALUE 'ALTCNV93'.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.

      *--- Date et heure systeme pour l'entete du rapport et l'alerte
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).
       01 w-Heure-Sys         PIC 9(8) VALUE 0.

      *--- Identification du job, transmise a la banniere Hello
       01 w-Job-Nom           PIC X(20) VALUE 'IMPORTE'.
       01 w-Job-Horodatage.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'IMPORTE'.
           05 w-Suivi-Nb-Fichiers PIC 9(5) VALUE 0.
           05 w-Suivi-Nb-Enr      PIC 9(7) VALUE 0.
           05 w-Suivi-Nb-Rej      PIC 9(7) VALUE 0.
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *  FILE STATUS
       01 L-STS-REF           PIC 9(2).
       01 L-STS-DLM           PIC 9(2).
       01 L-STS-CNV           PIC 9(2).
       01 L-STS-LST           PIC 9(2).
       01 L-STS-ORG           PIC 9(2).
       01 L-STS-CAL           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-ALT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01  L-REF-EOF          PIC X.
           88 L-REF-EOF-OUI   VALUE 'O'.
           88 L-REF-EOF-NON   VALUE 'N'.

       01  L-DLM-EOF          PIC X.
           88 L-DLM-EOF-OUI   VALUE 'O'.
           88 L-DLM-EOF-NON   VALUE 'N'.

       01  L-LST-EOF          PIC X.
           88 L-LST-EOF-OUI   VALUE 'O'.
           88 L-LST-EOF-NON   VALUE 'N'.

       01  L-ORG-EOF          PIC X.
           88 L-ORG-EOF-OUI   VALUE 'O'.
           88 L-ORG-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(24)
                              VALUE 'IMPORTE - CONVERSION DU '.
           05 L-RPT-E1-JJ     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-MM     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-AAAA   PIC 9999.
           05 FILLER          PIC X(10) VALUE ' - LOT DU '.
           05 L-RPT-E1-LOT    PIC 9(8).
           05 FILLER          PIC X(28) VALUE SPACES.

       01 L-RPT-FICHIER.
           05 FILLER          PIC X(9)  VALUE 'ORIGINE '.
           05 L-RPT-F-ORIGINE PIC X(5).
           05 FILLER          PIC X(3)  VALUE ' : '.
           05 L-RPT-F-NOM     PIC X(38).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-F-ETAT    PIC X(24).

       01 L-RPT-EXCEPTION.
           05 FILLER          PIC X(4)  VALUE '  L '.
           05 L-RPT-X-LIGNE   PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-X-MOTIF   PIC X(16).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-X-IMAGE   PIC X(51).

       01 L-RPT-LIBRE.
           05 L-RPT-L-TEXTE   PIC X(50).
           05 L-RPT-L-NB      PIC Z(7).
           05 FILLER          PIC X(23) VALUE SPACES.

       01 L-RPT-VERDICT.
           05 FILLER          PIC X(10) VALUE 'VERDICT : '.
           05 L-RPT-V-TEXTE   PIC X(30).
           05 FILLER          PIC X(40) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : LECTURE-DATE-LOT
           PERFORM LECTURE-DATE-LOT

      *    Appel du paragraphe : CHARGEMENT-ORIGINES
           PERFORM CHARGEMENT-ORIGINES

      *    Appel du paragraphe : CHARGEMENT-LISTE-LOT
           PERFORM CHARGEMENT-LISTE-LOT

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Appel du paragraphe : OUVERTURE-REFERENTIEL
           PERFORM OUVERTURE-REFERENTIEL

      *    Une correspondance a la fois : controle, puis conversion du
      *    fichier de l'origine s'il a ete depose
           PERFORM UNTIL L-REF-EOF-OUI
              READ F-REF
              AT END
                 SET L-REF-EOF-OUI TO TRUE
              NOT AT END
                 IF ENR-REF NOT = SPACES
                    PERFORM TRAITEMENT-CORRESPONDANCE
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-REF NOT = 35
              CLOSE F-REF
           END-IF

      *    Appel du paragraphe : FERMETURE-RAPPORT
           PERFORM FERMETURE-RAPPORT

           IF w-Tot-Exceptions = 0 AND w-Nb-Refusees = 0
              MOVE 0 TO w-Suivi-Code-Retour
           ELSE
              MOVE 8 TO w-Suivi-Code-Retour
           END-IF

      *    Recapitulatif de l'execution vers l'historique de suivi
           MOVE w-Nb-Fichiers    TO w-Suivi-Nb-Fichiers
           MOVE w-Tot-Convertis  TO w-Suivi-Nb-Enr
           MOVE w-Tot-Exceptions TO w-Suivi-Nb-Rej
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
       LECTURE-DATE-LOT.
      *=================================================================
      *    L'entete des fichiers convertis porte la date d'exploitation
      *    attendue par le calendrier de Hello2
           ACCEPT w-Date-Sys  FROM DATE YYYYMMDD
           ACCEPT w-Heure-Sys FROM TIME

           MOVE w-Date-Sys TO w-Date-Lot

           OPEN INPUT F-CAL

           IF L-STS-CAL = 0
              READ F-CAL
              IF L-STS-CAL = 0 AND ENR-CAL IS NUMERIC
                 AND ENR-CAL > 0
                 MOVE ENR-CAL TO w-Date-Lot
              END-IF
              CLOSE F-CAL
           ELSE
              DISPLAY 'Calendrier absent : date systeme retenue'
           END-IF
           .

      *=================================================================
       CHARGEMENT-ORIGINES.
      *=================================================================
      *    Sans referentiel des origines, aucune origine ne peut etre
      *    validee : le fichier converti serait rejete par Hello2
           MOVE 0 TO w-Org-Nb
           SET L-ORG-EOF-NON TO TRUE

           OPEN INPUT F-ORG

           IF L-STS-ORG NOT = 0
              DISPLAY 'Erreur ouverture fichier ORIGINES'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL L-ORG-EOF-OUI
              READ F-ORG
              AT END
                 SET L-ORG-EOF-OUI TO TRUE
              NOT AT END
                 IF w-Org-Nb < 50
                    ADD 1 TO w-Org-Nb
                    MOVE ORG-CODE TO w-Org-Code(w-Org-Nb)
                 ELSE
                    DISPLAY 'Alerte : referentiel des origines '
                            'plein (50 max)'
                 END-IF
              END-READ
           END-PERFORM

           CLOSE F-ORG
           .

      *=================================================================
       CHARGEMENT-LISTE-LOT.
      *=================================================================
      *    Liste absente : elle sera creee par la premiere inscription
           MOVE 0 TO w-Lst-Nb
           SET L-LST-EOF-NON TO TRUE

           OPEN INPUT F-LST

           IF L-STS-LST NOT = 0
              SET L-LST-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-LST-EOF-OUI
              READ F-LST
              AT END
                 SET L-LST-EOF-OUI TO TRUE
              NOT AT END
                 IF w-Lst-Nb < 500
                    ADD 1 TO w-Lst-Nb
                    MOVE ENR-LST TO w-Lst-Nom(w-Lst-Nb)
                 ELSE
                    DISPLAY 'Alerte : liste du lot pleine (500 max)'
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-LST = 0 OR L-STS-LST = 10
              CLOSE F-LST
           END-IF
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

           MOVE w-Date-Sys-JJ   TO L-RPT-E1-JJ
           MOVE w-Date-Sys-MM   TO L-RPT-E1-MM
           MOVE w-Date-Sys-AAAA TO L-RPT-E1-AAAA
           MOVE w-Date-Lot      TO L-RPT-E1-LOT

           WRITE ENR-RPT FROM L-RPT-ENTETE1
           .

      *=================================================================
       OUVERTURE-REFERENTIEL.
      *=================================================================
      *    Pas de referentiel : aucun emetteur n'est a convertir
           SET L-REF-EOF-NON TO TRUE

           OPEN INPUT F-REF

           IF L-STS-REF = 35
              DISPLAY 'Referentiel de conversion absent : '
                      'aucune conversion'
              MOVE 'REFERENTIEL DE CONVERSION ABSENT' TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET L-REF-EOF-OUI TO TRUE
           ELSE
              IF L-STS-REF NOT = 0
                 DISPLAY 'Erreur ouverture fichier REFERENTIEL'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      *=================================================================
       ECRITURE-LIGNE-RAPPORT.
      *=================================================================
           WRITE ENR-RPT FROM L-RPT-LIBRE

           MOVE SPACES TO L-RPT-L-TEXTE
           MOVE 0      TO L-RPT-L-NB
           .

      *=================================================================
       TRAITEMENT-CORRESPONDANCE.
      *=================================================================
           MOVE SPACES       TO w-Nom-Delimite
           MOVE REF-FICHIER  TO w-Nom-Delimite

           MOVE SPACES TO w-Nom-Converti
           STRING 'Importe-'   DELIMITED BY SIZE
                  REF-ORIGINE  DELIMITED BY SPACE
                  '-'          DELIMITED BY SIZE
                  w-Date-Lot   DELIMITED BY SIZE
                  '.txt'       DELIMITED BY SIZE
                  INTO w-Nom-Converti

           MOVE REF-ORIGINE  TO L-RPT-F-ORIGINE
           MOVE REF-FICHIER  TO L-RPT-F-NOM

           PERFORM CONTROLE-CORRESPONDANCE

           IF w-Ref-Valide-Non
              ADD 1 TO w-Nb-Refusees
              MOVE w-Ref-Motif TO L-RPT-F-ETAT
              WRITE ENR-RPT FROM L-RPT-FICHIER
              MOVE w-Nom-Delimite TO w-Alt-Nom
              MOVE 0              TO w-Alt-Nb
              MOVE w-Ref-Motif    TO w-Alt-Motif
              PERFORM ECRITURE-ALERTE
           ELSE
              OPEN INPUT F-DLM
      *       Fichier non depose : rien a convertir, l'absence d'une
      *       livraison attendue est l'affaire d'Attendu
              IF L-STS-DLM = 35
                 ADD 1 TO w-Nb-Absents
                 MOVE 'NON DEPOSE' TO L-RPT-F-ETAT
                 WRITE ENR-RPT FROM L-RPT-FICHIER
              ELSE
                 IF L-STS-DLM NOT = 0
                    ADD 1 TO w-Nb-Refusees
                    MOVE 'ERREUR OUVERTURE' TO L-RPT-F-ETAT
                    WRITE ENR-RPT FROM L-RPT-FICHIER
                    MOVE w-Nom-Delimite TO w-Alt-Nom
                    MOVE 0              TO w-Alt-Nb
                    MOVE 'ERREUR OUVERTURE' TO w-Alt-Motif
                    PERFORM ECRITURE-ALERTE
                 ELSE
                    PERFORM CONVERSION-FICHIER
                 END-IF
              END-IF
           END-IF
           .

      *=================================================================
       CONTROLE-CORRESPONDANCE.
      *=================================================================
      *    Une correspondance incomplete ou d'origine inconnue n'est
      *    pas appliquee : le fichier de l'emetteur attend correction
      *    du referentiel
           SET w-Ref-Valide-Oui TO TRUE
           MOVE SPACES TO w-Ref-Motif

           IF REF-SEPARATEUR = SPACE
              MOVE ';' TO w-Separateur
           ELSE
              MOVE REF-SEPARATEUR TO w-Separateur
           END-IF

           MOVE 0 TO w-Org-Trouvee
           PERFORM VARYING w-Org-Idx FROM 1 BY 1
                      UNTIL w-Org-Idx > w-Org-Nb
              IF w-Org-Code(w-Org-Idx) = REF-ORIGINE
                 MOVE w-Org-Idx TO w-Org-Trouvee
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN REF-FICHIER = SPACES
                 SET w-Ref-Valide-Non TO TRUE
                 MOVE 'FICHIER NON PRECISE' TO w-Ref-Motif
              WHEN w-Org-Trouvee = 0
                 SET w-Ref-Valide-Non TO TRUE
                 MOVE 'ORIGINE INCONNUE'    TO w-Ref-Motif
              WHEN REF-LIGNES-TITRE IS NOT NUMERIC
                 OR REF-RANG-HELLO IS NOT NUMERIC
                 OR REF-RANG-WORLD IS NOT NUMERIC
                 SET w-Ref-Valide-Non TO TRUE
                 MOVE 'CORRESPONDANCE INVALIDE' TO w-Ref-Motif
              WHEN REF-RANG-HELLO = 0 OR REF-RANG-WORLD = 0
                 OR REF-RANG-HELLO = REF-RANG-WORLD
                 SET w-Ref-Valide-Non TO TRUE
                 MOVE 'CORRESPONDANCE INVALIDE' TO w-Ref-Motif
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *=================================================================
       CONVERSION-FICHIER.
      *=================================================================
           MOVE 0 TO w-Nb-Lignes
           MOVE 0 TO w-Nb-Titres
           MOVE 0 TO w-Nb-Vides
           MOVE 0 TO w-Nb-Convertis
           MOVE 0 TO w-Nb-Exceptions
           MOVE 0 TO w-Hachage-Fichier
           SET L-DLM-EOF-NON TO TRUE

           OPEN OUTPUT F-CNV

           IF L-STS-CNV NOT = 0
              DISPLAY 'Erreur ouverture fichier CONVERTI : '
                      w-Nom-Converti
              CLOSE F-DLM
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           ADD 1 TO w-Nb-Fichiers

           MOVE 'CONVERTI'     TO L-RPT-F-ETAT
           WRITE ENR-RPT FROM L-RPT-FICHIER
           MOVE '  FICHIER CONVERTI :'   TO L-RPT-L-TEXTE
           MOVE w-Nom-Converti           TO L-RPT-L-TEXTE(22:29)
           PERFORM ECRITURE-LIGNE-RAPPORT

      *    Entete : date d'exploitation et origine
           MOVE SPACES        TO ENR-CNV
           MOVE 'E'           TO CNV-E-TYPE
           MOVE w-Date-Lot    TO CNV-E-DATE
           MOVE REF-ORIGINE   TO CNV-E-ORIGINE
           WRITE ENR-CNV

           PERFORM UNTIL L-DLM-EOF-OUI
              READ F-DLM
              AT END
                 SET L-DLM-EOF-OUI TO TRUE
              NOT AT END
                 ADD 1 TO w-Nb-Lignes
                 EVALUATE TRUE
                    WHEN w-Nb-Lignes <= REF-LIGNES-TITRE
                       ADD 1 TO w-Nb-Titres
                    WHEN ENR-DLM = SPACES
                       ADD 1 TO w-Nb-Vides
                    WHEN OTHER
                       PERFORM TRAITEMENT-LIGNE
                 END-EVALUATE
              END-READ
           END-PERFORM

      *    Trailer : nombre de detail et total de controle de contenu
           MOVE SPACES            TO ENR-CNV
           MOVE 'T'               TO CNV-T-TYPE
           MOVE w-Nb-Convertis    TO CNV-T-NB-DETAIL
           MOVE w-Hachage-Fichier TO CNV-T-HACHAGE
           WRITE ENR-CNV

           CLOSE F-DLM
           CLOSE F-CNV

           ADD w-Nb-Convertis  TO w-Tot-Convertis
           ADD w-Nb-Exceptions TO w-Tot-Exceptions

           MOVE '  LIGNES LUES'          TO L-RPT-L-TEXTE
           MOVE w-Nb-Lignes              TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  LIGNES DE TITRE IGNOREES' TO L-RPT-L-TEXTE
           MOVE w-Nb-Titres              TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  LIGNES VIDES IGNOREES' TO L-RPT-L-TEXTE
           MOVE w-Nb-Vides               TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  DETAIL CONVERTIS'     TO L-RPT-L-TEXTE
           MOVE w-Nb-Convertis           TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  EXCEPTIONS'           TO L-RPT-L-TEXTE
           MOVE w-Nb-Exceptions          TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  TOTAL DE CONTROLE'    TO L-RPT-L-TEXTE
           MOVE w-Hachage-Fichier        TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

      *    Les lignes en exception ne bloquent pas le fichier : le
      *    converti part au lot, l'emetteur est relance sur le reste
           IF w-Nb-Exceptions > 0
              MOVE w-Nom-Converti  TO w-Alt-Nom
              MOVE w-Nb-Exceptions TO w-Alt-Nb
              MOVE 'LIGNES EN EXCEPTION' TO w-Alt-Motif
              PERFORM ECRITURE-ALERTE
           END-IF

           PERFORM INSCRIPTION-LISTE-LOT
           .

      *=================================================================
       TRAITEMENT-LIGNE.
      *=================================================================
           MOVE SPACES TO w-Det-Motif

           MOVE REF-RANG-HELLO TO w-Rang-Cherche
           PERFORM EXTRACTION-CHAMP

           EVALUATE TRUE
              WHEN w-Champ-Present-Non OR w-Champ-Cadre = SPACES
                 MOVE 'HELLO ABSENT'    TO w-Det-Motif
              WHEN w-Champ-Cadre(6:35) NOT = SPACES
                 MOVE 'HELLO TROP LONG' TO w-Det-Motif
              WHEN OTHER
                 MOVE w-Champ-Cadre(1:5) TO w-Det-Hello
           END-EVALUATE

           IF w-Det-Motif = SPACES
              MOVE REF-RANG-WORLD TO w-Rang-Cherche
              PERFORM EXTRACTION-CHAMP

              EVALUATE TRUE
                 WHEN w-Champ-Present-Non OR w-Champ-Cadre = SPACES
                    MOVE 'WORLD ABSENT'    TO w-Det-Motif
                 WHEN w-Champ-Cadre(6:35) NOT = SPACES
                    MOVE 'WORLD TROP LONG' TO w-Det-Motif
                 WHEN OTHER
                    MOVE w-Champ-Cadre(1:5) TO w-Det-World
              END-EVALUATE
           END-IF

           IF w-Det-Motif = SPACES
              PERFORM ECRITURE-DETAIL
           ELSE
              PERFORM ECRITURE-EXCEPTION
           END-IF
           .

      *=================================================================
       EXTRACTION-CHAMP.
      *=================================================================
      *    Les champs sont decoupes un a un jusqu'au rang cherche ;
      *    la valeur est cadree a gauche et debarrassee des guillemets
      *    d'encadrement que posent certains tableurs
           MOVE 1 TO w-Pointeur
           MOVE 0 TO w-Rang-Lu
           MOVE SPACES TO w-Champ

           PERFORM UNTIL w-Rang-Lu = w-Rang-Cherche
                      OR w-Pointeur > 200
              MOVE SPACES TO w-Champ
              UNSTRING ENR-DLM DELIMITED BY w-Separateur
                       INTO w-Champ
                       WITH POINTER w-Pointeur
              ADD 1 TO w-Rang-Lu
           END-PERFORM

           MOVE SPACES TO w-Champ-Cadre

           IF w-Rang-Lu = w-Rang-Cherche
              SET w-Champ-Present-Oui TO TRUE
              INSPECT w-Champ REPLACING ALL '"' BY SPACE
              MOVE 0 TO w-Champ-Blancs
              INSPECT w-Champ TALLYING w-Champ-Blancs
                      FOR LEADING SPACES
              IF w-Champ-Blancs < 40
                 MOVE w-Champ(w-Champ-Blancs + 1:) TO w-Champ-Cadre
              END-IF
           ELSE
              SET w-Champ-Present-Non TO TRUE
           END-IF
           .

      *=================================================================
       ECRITURE-DETAIL.
      *=================================================================
           MOVE SPACES        TO ENR-CNV
           MOVE 'D'           TO CNV-D-TYPE
           MOVE w-Det-Hello   TO CNV-D-HELLO
           MOVE SPACE         TO CNV-D-ESPACE
           MOVE w-Det-World   TO CNV-D-WORLD
           MOVE SPACE         TO CNV-D-ESPACE2
           MOVE '.'           TO CNV-D-POINT
           WRITE ENR-CNV

           ADD 1 TO w-Nb-Convertis

      *    Meme calcul que Prevol et Hello2 : l'image complete du
      *    detail (14 caracteres) entre dans le total de controle
           MOVE SPACES            TO w-Hachage-Zone
           MOVE ENR-CNV(1:14)     TO w-Hachage-Zone(1:14)
           MOVE 14                TO w-Hachage-Longueur
           MOVE w-Hachage-Fichier TO w-Hachage-Total

           CALL 'Hachage' USING w-Hachage-Demande

           MOVE w-Hachage-Total   TO w-Hachage-Fichier
           .

      *=================================================================
       ECRITURE-EXCEPTION.
      *=================================================================
           ADD 1 TO w-Nb-Exceptions

           MOVE w-Nb-Lignes   TO L-RPT-X-LIGNE
           MOVE w-Det-Motif   TO L-RPT-X-MOTIF
           MOVE ENR-DLM       TO L-RPT-X-IMAGE
           WRITE ENR-RPT FROM L-RPT-EXCEPTION
           .

      *=================================================================
       INSCRIPTION-LISTE-LOT.
      *=================================================================
      *    Le fichier converti rejoint la liste du lot comme un fichier
      *    livre ; une relance le meme jour ne le reinscrit pas
           SET w-Lst-Presente-Non TO TRUE

           PERFORM VARYING w-Lst-Idx FROM 1 BY 1
                      UNTIL w-Lst-Idx > w-Lst-Nb
              IF w-Lst-Nom(w-Lst-Idx) = w-Nom-Converti
                 SET w-Lst-Presente-Oui TO TRUE
              END-IF
           END-PERFORM

           IF w-Lst-Presente-Oui
              MOVE '  DEJA INSCRIT A LA LISTE DU LOT' TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           ELSE
              OPEN EXTEND F-LST

              IF L-STS-LST = 35
                 OPEN OUTPUT F-LST
              END-IF

              IF L-STS-LST NOT = 0
                 DISPLAY 'Erreur ouverture fichier LISTE'
                 PERFORM FERMETURE-RAPPORT
                 MOVE 12 TO w-Suivi-Code-Retour
                 CALL 'Suivi' USING w-Suivi-Demande
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF

              MOVE w-Nom-Converti TO ENR-LST
              WRITE ENR-LST
              CLOSE F-LST

              ADD 1 TO w-Nb-Inscrits
              IF w-Lst-Nb < 500
                 ADD 1 TO w-Lst-Nb
                 MOVE w-Nom-Converti TO w-Lst-Nom(w-Lst-Nb)
              END-IF

              MOVE '  INSCRIT A LA LISTE DU LOT' TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF
           .

      *=================================================================
       ECRITURE-ALERTE.
      *=================================================================
      *    Le fichier, le nombre de lignes et le motif en cause sont
      *    poses par l'appelant ; un incident sur le fichier des
      *    alertes est seulement signale, le rapport restant complet
           OPEN EXTEND F-ALT

           IF L-STS-ALT = 35
              OPEN OUTPUT F-ALT
           END-IF

           IF L-STS-ALT NOT = 0
              DISPLAY 'Erreur ouverture fichier ALERTES'
           ELSE
              MOVE SPACES        TO ENR-ALT
              MOVE 'Importe'     TO ALT-PGM
              MOVE 'CNV'         TO ALT-FICHIER
              MOVE 93            TO ALT-STATUT
              MOVE w-Alt-Nom     TO ALT-NOM-FICHIER
              MOVE w-Alt-Nb      TO ALT-NB-LUS
              MOVE w-Date-Sys    TO ALT-DATE
              MOVE w-Heure-Sys   TO ALT-HEURE
              MOVE 'N'           TO ALT-ACQUITTEE

              WRITE ENR-ALT

              IF L-STS-ALT NOT = 0
                 DISPLAY 'Erreur ecriture fichier ALERTES'
              END-IF

              CLOSE F-ALT
           END-IF

      *    L'alerte est aussi publiee sur le fil d'evenements
           MOVE w-Alt-Nom   TO w-Evt-Objet
           MOVE SPACES      TO w-Evt-Texte
           STRING 'CONVERSION : ' DELIMITED BY SIZE
                  w-Alt-Motif     DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
       FERMETURE-RAPPORT.
      *=================================================================
           MOVE 'FICHIERS CONVERTIS'          TO L-RPT-L-TEXTE
           MOVE w-Nb-Fichiers                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'FICHIERS NON DEPOSES'        TO L-RPT-L-TEXTE
           MOVE w-Nb-Absents                  TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'CORRESPONDANCES REFUSEES'    TO L-RPT-L-TEXTE
           MOVE w-Nb-Refusees                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'INSCRITS A LA LISTE DU LOT'  TO L-RPT-L-TEXTE
           MOVE w-Nb-Inscrits                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'DETAIL CONVERTIS'            TO L-RPT-L-TEXTE
           MOVE w-Tot-Convertis               TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'LIGNES EN EXCEPTION'         TO L-RPT-L-TEXTE
           MOVE w-Tot-Exceptions              TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Tot-Exceptions = 0 AND w-Nb-Refusees = 0
              MOVE 'CONVERSION COMPLETE'      TO L-RPT-V-TEXTE
           ELSE
              MOVE 'EXCEPTIONS A TRAITER'     TO L-RPT-V-TEXTE
           END-IF

           WRITE ENR-RPT FROM L-RPT-VERDICT

           DISPLAY 'IMPORTE : ' L-RPT-V-TEXTE

           CLOSE F-RPT
           .

      *================================================================
      *Fin du programme
       END PROGRAM Importe.
