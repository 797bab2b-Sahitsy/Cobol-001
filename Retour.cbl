       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Retour IS INITIAL PROGRAM.
      *DESCRIPTION : Fichiers retour aux emetteurs -- apres Hello2,
      *              eclate le fichier des retours Hello2.ret par code
      *              origine (tri interne) et ecrit, pour chaque
      *              emetteur, un fichier Retour-<origine>-<date>.ret :
      *              une entete (date du lot, origine), une ligne par
      *              detail rejete ou mis en quarantaine (image
      *              d'origine, fichier, code et texte du motif, cle
      *              du master pour un doublon), une ligne par fichier
      *              mis en suspens, et un trailer de comptes (detail
      *              lus, acceptes, rejetes, doublons). Chaque origine
      *              du referentiel recoit son fichier, vide de lignes
      *              les jours sans anomalie : c'est alors un simple
      *              accuse de reception avec ses comptes. Un rapport
      *              (Retour.rpt) recapitule les fichiers produits.
      *              Codes motif : R01 espace invalide, R02 espace2
      *              invalide, R03 point invalide, D01 doublon du
      *              master, S01/S02 fichier en suspens sur seuil de
      *              rejets/doublons, S03 fichier de mouvements C/S
      *              refuse faute de visa du double controle.
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
      *--- Retours emetteurs ecrits par Hello2
           SELECT F-RET     ASSIGN TO 'Hello2.ret'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RET.

      *--- Referentiel des origines : chaque emetteur declare recoit
      *    son fichier retour, meme sans anomalie
           SELECT F-ORG     ASSIGN TO 'Origine.ref'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ORG.

      *--- Compteur du lot Hello2, pour la date du lot
           SELECT F-CNT     ASSIGN TO 'Hello2.cnt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CNT.

      *--- Fichier de travail du tri interne
           SELECT F-TRI     ASSIGN TO 'Retour.tmp'.

      *--- Fichier retour d'un emetteur, nomme d'apres son origine et
      *    la date du lot
           SELECT F-EMT     ASSIGN TO w-Nom-Retour
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-EMT.

      *--- Rapport recapitulatif des fichiers retour produits
           SELECT F-RPT     ASSIGN TO 'Retour.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-------------
       FILE SECTION.
      *-------------
      *--- Retour emetteur (dessin de Hello2) : L detail rejete ou
      *    doublon, F fichier du lot (C charge, S mis en suspens)
       FD  F-RET
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-RET.
           10  RET-TYPE          PIC X.
               88 RET-TYPE-LIGNE   VALUE 'L'.
               88 RET-TYPE-FICHIER VALUE 'F'.
           10  RET-ORIGINE       PIC X(5).
           10  RET-FICHIER       PIC X(60).
           10  RET-DATE-FICHIER  PIC 9(8).
           10  RET-IMAGE         PIC X(21).
           10  RET-CODE          PIC X(3).
           10  RET-MOTIF         PIC X(20).
           10  RET-CLE           PIC 9(7).
           10  RET-NB-DETAIL     PIC 9(7).
           10  RET-STATUT        PIC X.
               88 RET-STATUT-CHARGE  VALUE 'C'.
               88 RET-STATUT-SUSPENS VALUE 'S'.
           10  FILLER            PIC X(7).

      *--- Referentiel des origines (dessin de Hello2)
       FD  F-ORG
           RECORD CONTAINS 52 CHARACTERS.
       01  ENR-ORG.
           10  ORG-CODE       PIC X(5).
           10  ORG-LIBELLE    PIC X(30).
           10  ORG-SEUIL-REJ  PIC 9(3).
           10  ORG-SEUIL-DBL  PIC 9(3).
           10  ORG-JOURS      PIC X(7).
           10  ORG-HEURE-LIMITE PIC 9(4).

      *--- Compteur du lot (dessin de Hello2)
       FD  F-CNT
           RECORD CONTAINS 15 CHARACTERS.
       01  ENR-CNT.
           10  CNT-NB-DETAIL  PIC 9(7).
           10  CNT-DATE-LOT   PIC 9(8).

      *--- Enregistrement de travail du tri : groupe par origine, dans
      *    l'ordre d'ecriture par Hello2 a l'interieur du groupe
       SD  F-TRI
           RECORD CONTAINS 152 CHARACTERS.
       01  ENR-TRI.
           10  TRI-ORIGINE    PIC X(5).
           10  TRI-SEQ        PIC 9(7).
           10  TRI-RET        PIC X(140).

      *--- Fichier retour emetteur : E entete, R detail rejete ou
      *    doublon, S fichier mis en suspens, T trailer de comptes
       FD  F-EMT
           RECORD CONTAINS 120 CHARACTERS.
       01  ENR-EMT.
           10  EMT-TYPE          PIC X.
           10  FILLER            PIC X(119).

       01  ENR-EMT-ENTETE.
           10  EMTE-TYPE         PIC X.
           10  EMTE-DATE-LOT     PIC 9(8).
           10  EMTE-ORIGINE      PIC X(5).
           10  EMTE-DATE-CREAT   PIC 9(8).
           10  EMTE-HEURE-CREAT  PIC 9(8).
           10  FILLER            PIC X(90).

       01  ENR-EMT-REJET.
           10  EMTR-TYPE         PIC X.
           10  EMTR-CODE         PIC X(3).
           10  EMTR-FICHIER      PIC X(60).
           10  EMTR-IMAGE        PIC X(21).
           10  EMTR-MOTIF        PIC X(20).
           10  EMTR-CLE          PIC 9(7).
           10  FILLER            PIC X(8).

       01  ENR-EMT-SUSPENS.
           10  EMTS-TYPE         PIC X.
           10  EMTS-CODE         PIC X(3).
           10  EMTS-FICHIER      PIC X(60).
           10  EMTS-DATE-FICHIER PIC 9(8).
           10  EMTS-NB-DETAIL    PIC 9(7).
           10  EMTS-MOTIF        PIC X(20).
           10  FILLER            PIC X(21).

       01  ENR-EMT-TRAILER.
           10  EMTT-TYPE         PIC X.
           10  EMTT-NB-FICHIERS  PIC 9(5).
           10  EMTT-NB-DETAIL    PIC 9(7).
           10  EMTT-NB-ACCEPTES  PIC 9(7).
           10  EMTT-NB-REJETS    PIC 9(7).
           10  EMTT-NB-DOUBLONS  PIC 9(7).
           10  EMTT-NB-SUSPENDUS PIC 9(5).
           10  EMTT-NB-LIGNES    PIC 9(7).
           10  FILLER            PIC X(74).

      *--- Rapport recapitulatif
       FD  F-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT             PIC X(80).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *--- Comptes par emetteur : origines du referentiel, completees
      *    des origines rencontrees dans les retours
       01 w-Emt-Table.
           05 w-Emt-Entree OCCURS 100 TIMES.
               10 w-Emt-Origine     PIC X(5).
               10 w-Emt-Nb-Fichiers PIC 9(5).
               10 w-Emt-Nb-Suspendus PIC 9(5).
               10 w-Emt-Nb-Detail   PIC 9(7).
               10 w-Emt-Nb-Rejets   PIC 9(7).
               10 w-Emt-Nb-Doublons PIC 9(7).
               10 w-Emt-Ecrit       PIC X.
                   88 w-Emt-Ecrit-Oui VALUE 'O'.
                   88 w-Emt-Ecrit-Non VALUE 'N'.
       01 w-Emt-Nb            PIC 9(3) VALUE 0.
       01 w-Emt-Idx           PIC 9(3) VALUE 0.
       01 w-Emt-Boucle        PIC 9(3) VALUE 0.
       01 w-Emt-Trouvee       PIC 9(3) VALUE 0.
       01 w-Emt-Cherche       PIC X(5) VALUE SPACES.

      *--- Emetteur en cours d'ecriture (rupture sur l'origine)
       01 w-Grp-Origine       PIC X(5) VALUE SPACES.
       01 w-Grp-Nb-Lignes     PIC 9(7) VALUE 0.
       01 w-Grp-En-Cours      PIC X    VALUE 'N'.
           88 w-Grp-En-Cours-Oui VALUE 'O'.
           88 w-Grp-En-Cours-Non VALUE 'N'.

      *--- Nom du fichier retour de l'emetteur en cours
       01 w-Nom-Retour        PIC X(60) VALUE SPACES.

      *--- Date du lot : celle du compteur Hello2, a defaut la date
      *    systeme
       01 w-Date-Lot          PIC 9(8) VALUE 0.
       01 w-Heure-Creation    PIC 9(8) VALUE 0.

      *--- Numero d'ordre des lignes de retour, cle mineure du tri
       01 w-Seq               PIC 9(7) VALUE 0.

      *--- Acceptes d'un emetteur, deduits des detail lus
       01 w-Nb-Acceptes       PIC 9(7) VALUE 0.

      *--- Compteurs de l'execution
       01 w-Nb-Fichiers-Retour PIC 9(5) VALUE 0.
       01 w-Nb-Lignes-Retour  PIC 9(7) VALUE 0.
       01 w-Nb-Erreurs        PIC 9(3) VALUE 0.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).

      *--- Identification du job, transmise a la banniere Hello
       01 w-Job-Nom           PIC X(20) VALUE 'RETOUR'.
       01 w-Job-Horodatage.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'RETOUR'.
           05 w-Suivi-Nb-Fichiers PIC 9(5) VALUE 0.
           05 w-Suivi-Nb-Enr      PIC 9(7) VALUE 0.
           05 w-Suivi-Nb-Rej      PIC 9(7) VALUE 0.
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *  FILE STATUS
       01 L-STS-RET           PIC 9(2).
       01 L-STS-ORG           PIC 9(2).
       01 L-STS-CNT           PIC 9(2).
       01 L-STS-EMT           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-RET-EOF           PIC X.
           88 L-RET-EOF-OUI   VALUE 'O'.
           88 L-RET-EOF-NON   VALUE 'N'.

       01 L-ORG-EOF           PIC X.
           88 L-ORG-EOF-OUI   VALUE 'O'.
           88 L-ORG-EOF-NON   VALUE 'N'.

       01 L-TRI-EOF           PIC X.
           88 L-TRI-EOF-OUI   VALUE 'O'.
           88 L-TRI-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(30)
                              VALUE 'RETOUR - FICHIERS EMETTEURS '.
           05 FILLER          PIC X(8)  VALUE 'DU LOT '.
           05 L-RPT-E1-DATE   PIC 9(8).
           05 FILLER          PIC X(34) VALUE SPACES.

       01 L-RPT-COLONNES.
           05 FILLER          PIC X(6)  VALUE 'ORIG.'.
           05 FILLER          PIC X(6)  VALUE ' FIC.'.
           05 FILLER          PIC X(8)  VALUE '  DETAIL'.
           05 FILLER          PIC X(8)  VALUE '    ACC.'.
           05 FILLER          PIC X(8)  VALUE '    REJ.'.
           05 FILLER          PIC X(8)  VALUE '    DBL.'.
           05 FILLER          PIC X(5)  VALUE ' SUS.'.
           05 FILLER          PIC X(31) VALUE '  FICHIER RETOUR'.

       01 L-RPT-DETAIL.
           05 L-RPT-D-ORIGINE PIC X(5).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-FIC  PIC ZZZZ9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-DET  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-ACC  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-REJ  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-DBL  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-D-NB-SUS  PIC ZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-D-NOM     PIC X(30).

       01 L-RPT-PIED.
           05 L-RPT-P-LIBELLE PIC X(30).
           05 L-RPT-P-NB      PIC ZZZZZZ9.
           05 FILLER          PIC X(43) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : LECTURE-DATE-LOT
           PERFORM LECTURE-DATE-LOT

      *    Appel du paragraphe : CHARGEMENT-ORIGINES
           PERFORM CHARGEMENT-ORIGINES

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Les retours sont ouverts avant le lancement du tri : une
      *    procedure d'entree de tri ne doit pas etre quittee par
      *    GOBACK, le controle d'ouverture se fait donc ici
           PERFORM OUVERTURE-RETOURS

      *    Tri interne : groupement par origine, ordre d'ecriture
      *    de Hello2 conserve dans chaque groupe
           SORT F-TRI ON ASCENDING KEY TRI-ORIGINE
                                       TRI-SEQ
                INPUT  PROCEDURE IS LECTURE-RETOURS
                OUTPUT PROCEDURE IS ECRITURE-RETOURS

      *    Les emetteurs sans aucune ligne de retour recoivent un
      *    fichier vide de lignes, simple accuse avec ses comptes
           PERFORM VARYING w-Emt-Boucle FROM 1 BY 1
                      UNTIL w-Emt-Boucle > w-Emt-Nb
              IF w-Emt-Ecrit-Non(w-Emt-Boucle)
                 MOVE w-Emt-Origine(w-Emt-Boucle) TO w-Emt-Cherche
                 PERFORM OUVERTURE-FICHIER-EMETTEUR
                 PERFORM FERMETURE-FICHIER-EMETTEUR
              END-IF
           END-PERFORM

      *    Appel du paragraphe : FERMETURE-RAPPORT
           PERFORM FERMETURE-RAPPORT

      *    Recapitulatif de l'execution vers l'historique de suivi
           MOVE w-Nb-Fichiers-Retour TO w-Suivi-Nb-Fichiers
           MOVE w-Nb-Lignes-Retour   TO w-Suivi-Nb-Enr
           IF w-Nb-Erreurs > 0
              MOVE 8 TO w-Suivi-Code-Retour
           END-IF
           CALL 'Suivi' USING w-Suivi-Demande

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
      *    Le compteur est annule par une fin anormale de Hello2 : la
      *    date systeme tient alors lieu de date du lot
           ACCEPT w-Date-Sys FROM DATE YYYYMMDD
           MOVE w-Date-Sys TO w-Date-Lot

           OPEN INPUT F-CNT

           IF L-STS-CNT = 0
              READ F-CNT
              IF L-STS-CNT = 0 AND CNT-DATE-LOT IS NUMERIC
                 AND CNT-DATE-LOT > 0
                 MOVE CNT-DATE-LOT TO w-Date-Lot
              END-IF
              CLOSE F-CNT
           ELSE
              DISPLAY 'Compteur du lot absent : date systeme retenue'
           END-IF
           .

      *=================================================================
       CHARGEMENT-ORIGINES.
      *=================================================================
      *    Referentiel absent : seules les origines rencontrees dans
      *    les retours recoivent un fichier
           MOVE 0 TO w-Emt-Nb
           SET L-ORG-EOF-NON TO TRUE

           OPEN INPUT F-ORG

           IF L-STS-ORG = 0
              PERFORM UNTIL L-ORG-EOF-OUI
                 READ F-ORG
                 AT END
                    SET L-ORG-EOF-OUI TO TRUE
                 NOT AT END
                    MOVE ORG-CODE TO w-Emt-Cherche
                    PERFORM RECHERCHE-EMETTEUR
                 END-READ
              END-PERFORM
              CLOSE F-ORG
           ELSE
              DISPLAY 'Referentiel des origines absent : retours aux '
                      'seules origines du lot'
           END-IF
           .

      *=================================================================
       RECHERCHE-EMETTEUR.
      *=================================================================
      *    Position de l'origine cherchee dans la table, creee a zero
      *    si elle n'y est pas encore
           MOVE 0 TO w-Emt-Trouvee

           PERFORM VARYING w-Emt-Idx FROM 1 BY 1
                      UNTIL w-Emt-Idx > w-Emt-Nb
              IF w-Emt-Origine(w-Emt-Idx) = w-Emt-Cherche
                 MOVE w-Emt-Idx TO w-Emt-Trouvee
              END-IF
           END-PERFORM

           IF w-Emt-Trouvee = 0
              IF w-Emt-Nb < 100
                 ADD 1 TO w-Emt-Nb
                 MOVE w-Emt-Cherche TO w-Emt-Origine(w-Emt-Nb)
                 MOVE 0 TO w-Emt-Nb-Fichiers(w-Emt-Nb)
                 MOVE 0 TO w-Emt-Nb-Suspendus(w-Emt-Nb)
                 MOVE 0 TO w-Emt-Nb-Detail(w-Emt-Nb)
                 MOVE 0 TO w-Emt-Nb-Rejets(w-Emt-Nb)
                 MOVE 0 TO w-Emt-Nb-Doublons(w-Emt-Nb)
                 SET w-Emt-Ecrit-Non(w-Emt-Nb) TO TRUE
                 MOVE w-Emt-Nb TO w-Emt-Trouvee
              ELSE
                 DISPLAY 'Alerte : table des emetteurs pleine (100 '
                         'max), origine ignoree : ' w-Emt-Cherche
              END-IF
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

           MOVE w-Date-Lot TO L-RPT-E1-DATE

           WRITE ENR-RPT FROM L-RPT-ENTETE1
           WRITE ENR-RPT FROM L-RPT-COLONNES
           .

      *=================================================================
       OUVERTURE-RETOURS.
      *=================================================================
      *    Sans fichier des retours, Hello2 n'a pas tourne : aucun
      *    accuse ne doit partir avec des comptes a zero
           SET L-RET-EOF-NON TO TRUE

           OPEN INPUT F-RET

           IF L-STS-RET NOT = 0
              DISPLAY 'Erreur ouverture fichier RETOURS'
              MOVE 12 TO w-Suivi-Code-Retour
              CALL 'Suivi' USING w-Suivi-Demande
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           .

      *=================================================================
       LECTURE-RETOURS.
      *=================================================================
      *    Procedure d'entree du tri : les comptes par emetteur sont
      *    cumules au passage ; les lignes de detail et les fichiers
      *    mis en suspens alimentent le tri
           MOVE 0 TO w-Seq

           PERFORM UNTIL L-RET-EOF-OUI
              READ F-RET
              AT END
                 SET L-RET-EOF-OUI TO TRUE
              NOT AT END
                 PERFORM CUMUL-RETOUR
              END-READ
           END-PERFORM

           CLOSE F-RET
           .

      *=================================================================
       CUMUL-RETOUR.
      *=================================================================
           MOVE RET-ORIGINE TO w-Emt-Cherche
           PERFORM RECHERCHE-EMETTEUR

           IF w-Emt-Trouvee > 0
              IF RET-TYPE-FICHIER
                 ADD 1 TO w-Emt-Nb-Fichiers(w-Emt-Trouvee)
                 IF RET-STATUT-SUSPENS
                    ADD 1 TO w-Emt-Nb-Suspendus(w-Emt-Trouvee)
                 ELSE
                    ADD RET-NB-DETAIL TO w-Emt-Nb-Detail(w-Emt-Trouvee)
                 END-IF
              ELSE
                 IF RET-CODE = 'D01'
                    ADD 1 TO w-Emt-Nb-Doublons(w-Emt-Trouvee)
                 ELSE
                    ADD 1 TO w-Emt-Nb-Rejets(w-Emt-Trouvee)
                 END-IF
              END-IF

              IF RET-TYPE-LIGNE OR RET-STATUT-SUSPENS
                 ADD 1 TO w-Seq
                 MOVE RET-ORIGINE TO TRI-ORIGINE
                 MOVE w-Seq       TO TRI-SEQ
                 MOVE ENR-RET     TO TRI-RET
                 RELEASE ENR-TRI
              END-IF
           END-IF
           .

      *=================================================================
       ECRITURE-RETOURS.
      *=================================================================
      *    Procedure de sortie du tri : un fichier par origine, ouvert
      *    a la rupture et ferme avec son trailer
           SET L-TRI-EOF-NON TO TRUE
           SET w-Grp-En-Cours-Non TO TRUE

           PERFORM UNTIL L-TRI-EOF-OUI
              RETURN F-TRI
              AT END
                 SET L-TRI-EOF-OUI TO TRUE
              NOT AT END
                 PERFORM ECRITURE-LIGNE-TRIEE
              END-RETURN
           END-PERFORM

           IF w-Grp-En-Cours-Oui
              PERFORM FERMETURE-FICHIER-EMETTEUR
           END-IF
           .

      *=================================================================
       ECRITURE-LIGNE-TRIEE.
      *=================================================================
           IF w-Grp-En-Cours-Non
              OR TRI-ORIGINE NOT = w-Grp-Origine
              IF w-Grp-En-Cours-Oui
                 PERFORM FERMETURE-FICHIER-EMETTEUR
              END-IF
              MOVE TRI-ORIGINE TO w-Emt-Cherche
              PERFORM OUVERTURE-FICHIER-EMETTEUR
           END-IF

           MOVE TRI-RET TO ENR-RET

           IF L-STS-EMT = 0
              IF RET-TYPE-FICHIER
                 MOVE SPACES            TO ENR-EMT
                 MOVE 'S'               TO EMTS-TYPE
                 MOVE RET-CODE          TO EMTS-CODE
                 MOVE RET-FICHIER       TO EMTS-FICHIER
                 MOVE RET-DATE-FICHIER  TO EMTS-DATE-FICHIER
                 MOVE RET-NB-DETAIL     TO EMTS-NB-DETAIL
                 MOVE RET-MOTIF         TO EMTS-MOTIF
                 WRITE ENR-EMT-SUSPENS
              ELSE
                 MOVE SPACES            TO ENR-EMT
                 MOVE 'R'               TO EMTR-TYPE
                 MOVE RET-CODE          TO EMTR-CODE
                 MOVE RET-FICHIER       TO EMTR-FICHIER
                 MOVE RET-IMAGE         TO EMTR-IMAGE
                 MOVE RET-MOTIF         TO EMTR-MOTIF
                 MOVE RET-CLE           TO EMTR-CLE
                 WRITE ENR-EMT-REJET
              END-IF
              ADD 1 TO w-Grp-Nb-Lignes
              ADD 1 TO w-Nb-Lignes-Retour
           END-IF
           .

      *=================================================================
       OUVERTURE-FICHIER-EMETTEUR.
      *=================================================================
      *    Un fichier retour qui ne peut etre cree est signale et
      *    compte en erreur ; les autres emetteurs sont servis
           MOVE w-Emt-Cherche TO w-Grp-Origine
           MOVE 0             TO w-Grp-Nb-Lignes
           SET w-Grp-En-Cours-Oui TO TRUE

           MOVE SPACES TO w-Nom-Retour
           STRING 'Retour-'     DELIMITED BY SIZE
                  w-Grp-Origine DELIMITED BY SPACE
                  '-'           DELIMITED BY SIZE
                  w-Date-Lot    DELIMITED BY SIZE
                  '.ret'        DELIMITED BY SIZE
                  INTO w-Nom-Retour

           OPEN OUTPUT F-EMT

           IF L-STS-EMT NOT = 0
              DISPLAY 'Erreur creation fichier retour : '
                      w-Nom-Retour ' (statut ' L-STS-EMT ')'
              ADD 1 TO w-Nb-Erreurs
           ELSE
              ACCEPT w-Heure-Creation FROM TIME

              MOVE SPACES           TO ENR-EMT
              MOVE 'E'              TO EMTE-TYPE
              MOVE w-Date-Lot       TO EMTE-DATE-LOT
              MOVE w-Grp-Origine    TO EMTE-ORIGINE
              MOVE w-Date-Sys       TO EMTE-DATE-CREAT
              MOVE w-Heure-Creation TO EMTE-HEURE-CREAT
              WRITE ENR-EMT-ENTETE
           END-IF
           .

      *=================================================================
       FERMETURE-FICHIER-EMETTEUR.
      *=================================================================
      *    Trailer de comptes de l'emetteur et ligne au rapport ; les
      *    acceptes sont les detail lus des fichiers charges, moins
      *    leurs rejets et doublons
           MOVE w-Grp-Origine TO w-Emt-Cherche
           PERFORM RECHERCHE-EMETTEUR
           MOVE w-Emt-Trouvee TO w-Emt-Idx
           SET w-Grp-En-Cours-Non TO TRUE

           IF w-Emt-Idx > 0
              SET w-Emt-Ecrit-Oui(w-Emt-Idx) TO TRUE

              IF w-Emt-Nb-Detail(w-Emt-Idx) >
                 w-Emt-Nb-Rejets(w-Emt-Idx)
                 + w-Emt-Nb-Doublons(w-Emt-Idx)
                 COMPUTE w-Nb-Acceptes = w-Emt-Nb-Detail(w-Emt-Idx)
                                       - w-Emt-Nb-Rejets(w-Emt-Idx)
                                       - w-Emt-Nb-Doublons(w-Emt-Idx)
              ELSE
                 MOVE 0 TO w-Nb-Acceptes
              END-IF

              IF L-STS-EMT = 0
                 MOVE SPACES TO ENR-EMT
                 MOVE 'T'    TO EMTT-TYPE
                 MOVE w-Emt-Nb-Fichiers(w-Emt-Idx)  TO EMTT-NB-FICHIERS
                 MOVE w-Emt-Nb-Detail(w-Emt-Idx)    TO EMTT-NB-DETAIL
                 MOVE w-Nb-Acceptes                 TO EMTT-NB-ACCEPTES
                 MOVE w-Emt-Nb-Rejets(w-Emt-Idx)    TO EMTT-NB-REJETS
                 MOVE w-Emt-Nb-Doublons(w-Emt-Idx)  TO EMTT-NB-DOUBLONS
                 MOVE w-Emt-Nb-Suspendus(w-Emt-Idx) TO EMTT-NB-SUSPENDUS
                 MOVE w-Grp-Nb-Lignes               TO EMTT-NB-LIGNES
                 WRITE ENR-EMT-TRAILER

                 CLOSE F-EMT
                 ADD 1 TO w-Nb-Fichiers-Retour
                 MOVE w-Nom-Retour TO L-RPT-D-NOM
              ELSE
                 MOVE '** NON CREE **' TO L-RPT-D-NOM
              END-IF

              MOVE w-Grp-Origine                 TO L-RPT-D-ORIGINE
              MOVE w-Emt-Nb-Fichiers(w-Emt-Idx)  TO L-RPT-D-NB-FIC
              MOVE w-Emt-Nb-Detail(w-Emt-Idx)    TO L-RPT-D-NB-DET
              MOVE w-Nb-Acceptes                 TO L-RPT-D-NB-ACC
              MOVE w-Emt-Nb-Rejets(w-Emt-Idx)    TO L-RPT-D-NB-REJ
              MOVE w-Emt-Nb-Doublons(w-Emt-Idx)  TO L-RPT-D-NB-DBL
              MOVE w-Emt-Nb-Suspendus(w-Emt-Idx) TO L-RPT-D-NB-SUS
              WRITE ENR-RPT FROM L-RPT-DETAIL
           END-IF
           .

      *=================================================================
       FERMETURE-RAPPORT.
      *=================================================================
           MOVE 'FICHIERS RETOUR PRODUITS : ' TO L-RPT-P-LIBELLE
           MOVE w-Nb-Fichiers-Retour          TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           MOVE 'LIGNES DE RETOUR : '         TO L-RPT-P-LIBELLE
           MOVE w-Nb-Lignes-Retour            TO L-RPT-P-NB
           WRITE ENR-RPT FROM L-RPT-PIED

           IF w-Nb-Erreurs > 0
              MOVE 'FICHIERS NON CREES : '    TO L-RPT-P-LIBELLE
              MOVE w-Nb-Erreurs               TO L-RPT-P-NB
              WRITE ENR-RPT FROM L-RPT-PIED
           END-IF

           CLOSE F-RPT
           .

      *================================================================
      *Fin du programme
       END PROGRAM Retour.
