       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Attendu IS INITIAL PROGRAM.
      *DESCRIPTION : Controle des livraisons attendues -- confronte le
      *              lot du jour (Hello2.lst) au calendrier de livraison
      *              de chaque origine declaree dans Origine.ref (jours
      *              de la semaine et heure limite). Une origine
      *              attendue ce jour dont aucun fichier ne figure au
      *              lot est signalee manquante, ou en retard si son
      *              heure limite est passee : rapport Attendu.rpt et
      *              alerte dans Alerte.fic, reprise par Matin et par
      *              l'affichage des alertes au demarrage de Menu, pour
      *              relancer l'emetteur avant la fenetre de nuit ;
      *              l'alerte est aussi publiee sur le fil d'evenements
      *              d'exploitation (Evenement.fic).
      *              Une origine attendue dont l'heure limite n'est pas
      *              encore atteinte est seulement listee.
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
      *--- Fichier du lot dont on lit l'entete (origine)
           SELECT F-ENT     ASSIGN TO w-Nom-Fichier
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ENT.

      *--- Fichier de controle : liste des fichiers du lot
           SELECT F-LST     ASSIGN TO 'Hello2.lst'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-LST.

      *--- Rapport des livraisons manquantes et en retard
           SELECT F-RPT     ASSIGN TO 'Attendu.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *--- Referentiel des origines et calendrier de livraison
           SELECT F-ORG     ASSIGN TO 'Origine.ref'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ORG.

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
      *--- Meme format que le fichier d'entree de Hello2
       FD  F-ENT
           RECORDING MODE IS V
           RECORD VARYING FROM 1 TO 21 CHARACTERS.
       01  ENR-ENT.
           10  ENR-TYPE       PIC X.
               88 ENR-TYPE-ENTETE      VALUE 'E'.
           10  ENR-SUITE      PIC X(20).

       01  ENR-ENT-ENTETE REDEFINES ENR-ENT.
           10  ENT-TYPE            PIC X.
           10  ENT-DATE-TRAITEMENT PIC 9(8).
           10  ENT-ORIGINE         PIC X(5).

      *--- Liste des fichiers du lot, un nom de fichier par ligne
       FD  F-LST
           RECORD CONTAINS 60 CHARACTERS.
       01  ENR-LST             PIC X(60).

      *--- Rapport des livraisons
       FD  F-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT             PIC X(80).

      *--- Referentiel des origines (dessin de Hello2) : jours de
      *    livraison du lundi (position 1) au dimanche (position 7),
      *    'O' = livraison attendue ce jour, tout a blanc = origine
      *    sans calendrier ; heure limite HHMM, a zero ou a blanc =
      *    pas d'heure limite (attendue des l'ouverture du controle)
       FD  F-ORG
           RECORD CONTAINS 52 CHARACTERS.
       01  ENR-ORG.
           10  ORG-CODE       PIC X(5).
           10  ORG-LIBELLE    PIC X(30).
           10  ORG-SEUIL-REJ  PIC 9(3).
           10  ORG-SEUIL-DBL  PIC 9(3).
           10  ORG-JOURS      PIC X(7).
           10  ORG-HEURE-LIMITE PIC 9(4).

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
      *--- Nom du fichier d'entree courant (lot de fichiers)
       01 w-Nom-Fichier       PIC X(60).

      *--- Jour de la semaine (1 = lundi ... 7 = dimanche) et heure
      *    du controle, comparee a l'heure limite de chaque origine
       01 w-Jour-Semaine      PIC 9    VALUE 0.
       01 w-Heure-Sys.
           05 w-Heure-Sys-HHMM PIC 9(4).
           05 w-Heure-Sys-SSCC PIC 9(4).
       01 w-Heure-Sys-R REDEFINES w-Heure-Sys.
           05 w-Heure-Sys-HH  PIC 9(2).
           05 w-Heure-Sys-MI  PIC 9(2).
           05 FILLER          PIC 9(4).

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).

      *--- Referentiel des origines avec leur calendrier et le nombre
      *    de fichiers du lot recus pour chacune
       01 w-Org-Table.
           05 w-Org-Entree OCCURS 50 TIMES.
               10 w-Org-Code     PIC X(5).
               10 w-Org-Libelle  PIC X(30).
               10 w-Org-Jours    PIC X(7).
               10 w-Org-Limite   PIC 9(4).
               10 w-Org-Nb-Recus PIC 9(3).
       01 w-Org-Nb            PIC 9(2) VALUE 0.
       01 w-Org-Idx           PIC 9(2) VALUE 0.
       01 w-Org-Trouvee       PIC 9(2) VALUE 0.

      *--- Situation de l'origine en cours d'examen
       01 w-Org-Etat          PIC X(16) VALUE SPACES.
       01 w-Org-Attendue      PIC X    VALUE 'N'.
           88 w-Org-Attendue-Oui VALUE 'O'.
           88 w-Org-Attendue-Non VALUE 'N'.
       01 w-Org-Limite-Passee PIC X    VALUE 'N'.
           88 w-Org-Limite-Passee-Oui VALUE 'O'.
           88 w-Org-Limite-Passee-Non VALUE 'N'.
       01 w-Org-Limite-Edt.
           05 w-Org-Limite-HH PIC 9(2).
           05 FILLER          PIC X    VALUE ':'.
           05 w-Org-Limite-MI PIC 9(2).

      *--- Compteurs du controle
       01 w-Nb-Fichiers       PIC 9(5) VALUE 0.
       01 w-Nb-Attendues      PIC 9(5) VALUE 0.
       01 w-Nb-Recues         PIC 9(5) VALUE 0.
       01 w-Nb-Manquantes     PIC 9(5) VALUE 0.
       01 w-Nb-En-Attente     PIC 9(5) VALUE 0.
       01 w-Nb-Hors-Calendrier PIC 9(5) VALUE 0.

      *--- Identification du job, transmise a la banniere Hello
       01 w-Job-Nom           PIC X(20) VALUE 'ATTENDU'.
       01 w-Job-Horodatage.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Attendu'.
           05 w-Evt-Severite      PIC X    VALUE 'W'.
           05 w-Evt-Code          PIC X(8) VALUE 'ALTLIV93'.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'ATTENDU'.
           05 w-Suivi-Nb-Fichiers PIC 9(5) VALUE 0.
           05 w-Suivi-Nb-Enr      PIC 9(7) VALUE 0.
           05 w-Suivi-Nb-Rej      PIC 9(7) VALUE 0.
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *  FILE STATUS
       01 L-STS-ENT           PIC 9(2).
       01 L-STS-LST           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-ORG           PIC 9(2).
       01 L-STS-ALT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01  L-ORG-EOF          PIC X.
           88 L-ORG-EOF-OUI   VALUE 'O'.
           88 L-ORG-EOF-NON   VALUE 'N'.

       01  L-LST-EOF          PIC X.
           88 L-LST-EOF-OUI   VALUE 'O'.
           88 L-LST-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(24)
                              VALUE 'ATTENDU - LIVRAISONS DU '.
           05 L-RPT-E1-JJ     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-MM     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-AAAA   PIC 9999.
           05 FILLER          PIC X(3)  VALUE ' A '.
           05 L-RPT-E1-HH     PIC 99.
           05 FILLER          PIC X(1)  VALUE ':'.
           05 L-RPT-E1-MI     PIC 99.
           05 FILLER          PIC X(38) VALUE SPACES.

       01 L-RPT-ENTETE2.
           05 FILLER          PIC X(6)  VALUE 'ORIG.'.
           05 FILLER          PIC X(31) VALUE 'LIBELLE'.
           05 FILLER          PIC X(7)  VALUE 'LIMITE'.
           05 FILLER          PIC X(4)  VALUE 'NB'.
           05 FILLER          PIC X(32) VALUE 'ETAT'.

       01 L-RPT-DETAIL.
           05 L-RPT-D-ORIGINE PIC X(5).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-LIBELLE PIC X(30).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-LIMITE  PIC X(5).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-D-NB      PIC ZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-ETAT    PIC X(16).
           05 FILLER          PIC X(16) VALUE SPACES.

       01 L-RPT-PIED.
           05 L-RPT-P-LIBELLE PIC X(24).
           05 L-RPT-P-NB      PIC ZZZZ9.
           05 FILLER          PIC X(51) VALUE SPACES.

       01 L-RPT-VERDICT.
           05 FILLER          PIC X(10) VALUE 'VERDICT : '.
           05 L-RPT-V-TEXTE   PIC X(30).
           05 FILLER          PIC X(40) VALUE SPACES.

      *--- Texte de l'alerte : situation, origine et libelle
       01 L-ALT-TEXTE.
           05 L-ALT-T-ETAT    PIC X(10).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-ALT-T-ORIGINE PIC X(5).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-ALT-T-LIBELLE PIC X(30).
           05 FILLER          PIC X(13) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : CHARGEMENT-ORIGINES
           PERFORM CHARGEMENT-ORIGINES

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Appel du paragraphe : OUVERTURE-LISTE-FICHIERS
           PERFORM OUVERTURE-LISTE-FICHIERS

      *    Chaque fichier du lot est rattache a son origine par son
      *    entete ; la structure du fichier reste l'affaire de Prevol
           PERFORM UNTIL L-LST-EOF-OUI
              PERFORM LECTURE-LISTE-FICHIERS

              IF L-LST-EOF-NON
                 PERFORM LECTURE-ORIGINE-FICHIER
              END-IF
           END-PERFORM

      *    Appel du paragraphe : FERMETURE-LISTE-FICHIERS
           PERFORM FERMETURE-LISTE-FICHIERS

      *    Une ligne par origine attendue ce jour ou recue hors de
      *    son calendrier
           PERFORM VARYING w-Org-Idx FROM 1 BY 1
                      UNTIL w-Org-Idx > w-Org-Nb
              PERFORM CONTROLE-LIVRAISON-ORIGINE
           END-PERFORM

      *    Appel du paragraphe : FERMETURE-RAPPORT
           PERFORM FERMETURE-RAPPORT

           IF w-Nb-Manquantes = 0
              MOVE 0 TO w-Suivi-Code-Retour
           ELSE
              MOVE 8 TO w-Suivi-Code-Retour
           END-IF

      *    Recapitulatif de l'execution vers l'historique de suivi
           MOVE w-Nb-Fichiers   TO w-Suivi-Nb-Fichiers
           MOVE w-Nb-Attendues  TO w-Suivi-Nb-Enr
           MOVE w-Nb-Manquantes TO w-Suivi-Nb-Rej
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
       CHARGEMENT-ORIGINES.
      *=================================================================
      *    Sans referentiel il n'y a pas de calendrier a controler
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
                    MOVE ORG-CODE    TO w-Org-Code(w-Org-Nb)
                    MOVE ORG-LIBELLE TO w-Org-Libelle(w-Org-Nb)
                    MOVE 0           TO w-Org-Nb-Recus(w-Org-Nb)
      *             Ancien dessin (41 caracteres ou moins) : pas de
      *             calendrier de livraison pour cette origine
                    MOVE ORG-JOURS   TO w-Org-Jours(w-Org-Nb)
                    IF ORG-HEURE-LIMITE IS NUMERIC
                       MOVE ORG-HEURE-LIMITE TO w-Org-Limite(w-Org-Nb)
                    ELSE
                       MOVE 0 TO w-Org-Limite(w-Org-Nb)
                    END-IF
                 ELSE
                    DISPLAY 'Alerte : referentiel des origines '
                            'plein (50 max)'
                 END-IF
              END-READ
           END-PERFORM

           CLOSE F-ORG
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

           ACCEPT w-Date-Sys     FROM DATE YYYYMMDD
           ACCEPT w-Heure-Sys    FROM TIME
           ACCEPT w-Jour-Semaine FROM DAY-OF-WEEK

           MOVE w-Date-Sys-JJ   TO L-RPT-E1-JJ
           MOVE w-Date-Sys-MM   TO L-RPT-E1-MM
           MOVE w-Date-Sys-AAAA TO L-RPT-E1-AAAA
           MOVE w-Heure-Sys-HH  TO L-RPT-E1-HH
           MOVE w-Heure-Sys-MI  TO L-RPT-E1-MI

           WRITE ENR-RPT FROM L-RPT-ENTETE1
           WRITE ENR-RPT FROM L-RPT-ENTETE2
           .

      *=================================================================
       OUVERTURE-LISTE-FICHIERS.
      *=================================================================
      *    Pas de liste du tout : aucun emetteur n'a livre, c'est
      *    justement le cas a signaler
           SET L-LST-EOF-NON TO TRUE

           OPEN INPUT F-LST

           IF L-STS-LST = 35
              DISPLAY 'Liste des fichiers du lot absente : lot vide'
              SET L-LST-EOF-OUI TO TRUE
           ELSE
              IF L-STS-LST NOT = 0
                 DISPLAY 'Erreur ouverture fichier LISTE'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

      *=================================================================
       LECTURE-LISTE-FICHIERS.
      *=================================================================
           READ F-LST
           AT END
              SET L-LST-EOF-OUI TO TRUE
           NOT AT END
              IF L-STS-LST NOT = 0
                 DISPLAY 'Erreur lecture fichier LISTE'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              ELSE
                 MOVE ENR-LST TO w-Nom-Fichier
              END-IF
           END-READ
           .

      *=================================================================
       FERMETURE-LISTE-FICHIERS.
      *=================================================================
           IF L-STS-LST NOT = 35
              CLOSE F-LST
           END-IF
           .

      *=================================================================
       LECTURE-ORIGINE-FICHIER.
      *=================================================================
      *    Un fichier annonce mais absent ou sans entete n'est pas une
      *    livraison : il ne compte pour aucune origine (l'anomalie
      *    elle-meme est au rapport de Prevol)
           ADD 1 TO w-Nb-Fichiers

           OPEN INPUT F-ENT

           IF L-STS-ENT = 0
              READ F-ENT
              AT END
                 CONTINUE
              NOT AT END
                 IF L-STS-ENT = 0 AND ENR-TYPE-ENTETE
                    PERFORM RATTACHEMENT-ORIGINE
                 END-IF
              END-READ

              CLOSE F-ENT
           END-IF
           .

      *=================================================================
       RATTACHEMENT-ORIGINE.
      *=================================================================
           MOVE 0 TO w-Org-Trouvee

           PERFORM VARYING w-Org-Idx FROM 1 BY 1
                      UNTIL w-Org-Idx > w-Org-Nb
              IF w-Org-Code(w-Org-Idx) = ENT-ORIGINE
                 MOVE w-Org-Idx TO w-Org-Trouvee
              END-IF
           END-PERFORM

           IF w-Org-Trouvee > 0
              AND w-Org-Nb-Recus(w-Org-Trouvee) < 999
              ADD 1 TO w-Org-Nb-Recus(w-Org-Trouvee)
           END-IF
           .

      *=================================================================
       CONTROLE-LIVRAISON-ORIGINE.
      *=================================================================
      *    Origine attendue ce jour : 'O' a la position du jour de la
      *    semaine dans son calendrier de livraison
           SET w-Org-Attendue-Non TO TRUE
           IF w-Org-Jours(w-Org-Idx)(w-Jour-Semaine:1) = 'O'
              SET w-Org-Attendue-Oui TO TRUE
           END-IF

      *    Heure limite passee (ou absente) : l'origine aurait deja
      *    du livrer a l'heure du controle
           SET w-Org-Limite-Passee-Oui TO TRUE
           IF w-Org-Limite(w-Org-Idx) > 0
              AND w-Heure-Sys-HHMM < w-Org-Limite(w-Org-Idx)
              SET w-Org-Limite-Passee-Non TO TRUE
           END-IF

           MOVE SPACES TO w-Org-Etat

           EVALUATE TRUE
              WHEN w-Org-Attendue-Oui
                 AND w-Org-Nb-Recus(w-Org-Idx) > 0
                 ADD 1 TO w-Nb-Attendues
                 ADD 1 TO w-Nb-Recues
                 MOVE 'RECU'            TO w-Org-Etat
              WHEN w-Org-Attendue-Oui
                 AND w-Org-Limite-Passee-Non
                 ADD 1 TO w-Nb-Attendues
                 ADD 1 TO w-Nb-En-Attente
                 MOVE 'ATTENDU'         TO w-Org-Etat
              WHEN w-Org-Attendue-Oui
                 ADD 1 TO w-Nb-Attendues
                 ADD 1 TO w-Nb-Manquantes
                 IF w-Org-Limite(w-Org-Idx) > 0
                    MOVE 'EN RETARD'    TO w-Org-Etat
                 ELSE
                    MOVE 'MANQUANT'     TO w-Org-Etat
                 END-IF
                 PERFORM ECRITURE-ALERTE
      *       Livraison un jour non prevu : signalee pour mise a jour
      *       eventuelle du calendrier, sans incidence sur le verdict
              WHEN w-Org-Nb-Recus(w-Org-Idx) > 0
                 AND w-Org-Jours(w-Org-Idx) NOT = SPACES
                 ADD 1 TO w-Nb-Hors-Calendrier
                 MOVE 'HORS CALENDRIER' TO w-Org-Etat
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF w-Org-Etat NOT = SPACES
              PERFORM ECRITURE-RESULTAT-ORIGINE
           END-IF
           .

      *=================================================================
       ECRITURE-RESULTAT-ORIGINE.
      *=================================================================
           MOVE w-Org-Code(w-Org-Idx)     TO L-RPT-D-ORIGINE
           MOVE w-Org-Libelle(w-Org-Idx)  TO L-RPT-D-LIBELLE
           MOVE w-Org-Nb-Recus(w-Org-Idx) TO L-RPT-D-NB
           MOVE w-Org-Etat                TO L-RPT-D-ETAT

           IF w-Org-Limite(w-Org-Idx) > 0
              MOVE w-Org-Limite(w-Org-Idx)(1:2) TO w-Org-Limite-HH
              MOVE w-Org-Limite(w-Org-Idx)(3:2) TO w-Org-Limite-MI
              MOVE w-Org-Limite-Edt             TO L-RPT-D-LIMITE
           ELSE
              MOVE SPACES                       TO L-RPT-D-LIMITE
           END-IF

           WRITE ENR-RPT FROM L-RPT-DETAIL
           .

      *=================================================================
       ECRITURE-ALERTE.
      *=================================================================
      *    Une alerte par origine manquante ou en retard ; un incident
      *    sur le fichier des alertes est seulement signale, le
      *    rapport restant complet
           OPEN EXTEND F-ALT

           IF L-STS-ALT = 35
              OPEN OUTPUT F-ALT
           END-IF

           IF L-STS-ALT NOT = 0
              DISPLAY 'Erreur ouverture fichier ALERTES'
           ELSE
              MOVE w-Org-Etat                TO L-ALT-T-ETAT
              MOVE w-Org-Code(w-Org-Idx)     TO L-ALT-T-ORIGINE
              MOVE w-Org-Libelle(w-Org-Idx)  TO L-ALT-T-LIBELLE

              MOVE SPACES        TO ENR-ALT
              MOVE 'Attendu'     TO ALT-PGM
              MOVE 'LIV'         TO ALT-FICHIER
              MOVE 93            TO ALT-STATUT
              MOVE L-ALT-TEXTE   TO ALT-NOM-FICHIER
              MOVE 0             TO ALT-NB-LUS
              MOVE w-Date-Sys    TO ALT-DATE
              MOVE w-Heure-Sys   TO ALT-HEURE
              MOVE 'N'           TO ALT-ACQUITTEE

              WRITE ENR-ALT

              IF L-STS-ALT NOT = 0
                 DISPLAY 'Erreur ecriture fichier ALERTES'
              END-IF

              CLOSE F-ALT
           END-IF

      *    La meme livraison manquante est publiee sur le fil
      *    d'evenements, origine en objet
           MOVE w-Org-Code(w-Org-Idx) TO w-Evt-Objet
           MOVE SPACES                TO w-Evt-Texte
           STRING 'LIVRAISON '              DELIMITED BY SIZE
                  w-Org-Etat                DELIMITED BY '  '
                  ' : '                     DELIMITED BY SIZE
                  w-Org-Libelle(w-Org-Idx)  DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
       FERMETURE-RAPPORT.
      *=================================================================
           MOVE 'FICHIERS DU LOT'        TO L-RPT-P-LIBELLE
           MOVE w-Nb-Fichiers            TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           MOVE 'ORIGINES ATTENDUES'     TO L-RPT-P-LIBELLE
           MOVE w-Nb-Attendues           TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           MOVE 'ORIGINES RECUES'        TO L-RPT-P-LIBELLE
           MOVE w-Nb-Recues              TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           MOVE 'MANQUANTES/EN RETARD'   TO L-RPT-P-LIBELLE
           MOVE w-Nb-Manquantes          TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           MOVE 'AVANT HEURE LIMITE'     TO L-RPT-P-LIBELLE
           MOVE w-Nb-En-Attente          TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           MOVE 'HORS CALENDRIER'        TO L-RPT-P-LIBELLE
           MOVE w-Nb-Hors-Calendrier     TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           IF w-Nb-Manquantes = 0
              MOVE 'LIVRAISONS COMPLETES'   TO L-RPT-V-TEXTE
           ELSE
              MOVE 'EMETTEURS A RELANCER'   TO L-RPT-V-TEXTE
           END-IF

           WRITE ENR-RPT FROM L-RPT-VERDICT

           DISPLAY 'ATTENDU : ' L-RPT-V-TEXTE

           CLOSE F-RPT
           .

      *================================================================
      *Fin du programme
       END PROGRAM Attendu.
