       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID. Securite IS INITIAL PROGRAM.
      *DESCRIPTION : Rapport d'activite de securite par operateur, sur
      *              une plage de dates (carte Securite.prm), demande
      *              chaque trimestre par l'audit interne. Relit les
      *              archives mensuelles du journal d'audit coupees par
      *              Audarc (AudarcAAAAMM.aud) pour chaque mois de la
      *              plage, puis le journal courant Hello2.aud, et
      *              cumule par operateur : connexions acceptees et
      *              refusees, verrouillages et deverrouillages de
      *              compte, changements de mot de passe, options
      *              refusees, et actions reservees aux superviseurs
      *              (liberation du verrou d'execution, chargement
      *              force, maintenance des regles Fizzbuzz et du
      *              master par mouvements C/S, decisions sur fichiers
      *              en suspens, annulation du point de reprise,
      *              demandes, visas et rejets du double controle,
      *              forcages et mouvements refuses faute de visa).
      *              Sont signales dans Securite.rpt : les echecs de
      *              connexion repetes (seuil de la carte, sans
      *              connexion acceptee entre deux) et toute activite
      *              de securite hors de la fenetre de nuit de la
      *              carte. Code retour 8 si un signalement est emis.
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
      *--- Carte parametre : plage de dates, fenetre de nuit, seuil
           SELECT F-PRM     ASSIGN TO 'Securite.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.

      *--- Journal d'audit courant, alimente par Hello2 et Menu
           SELECT F-AUD     ASSIGN TO 'Hello2.aud'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-AUD.

      *--- Archive mensuelle d'un mois de la plage, si Audarc l'a
      *    coupee (nom construit : AudarcAAAAMM.aud)
           SELECT F-ARC     ASSIGN TO w-Nom-Archive
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ARC.

      *--- Rapport d'activite de securite
           SELECT F-RPT     ASSIGN TO 'Securite.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RPT.

      *=================================================================
       DATA DIVISION.
      *=================================================================
      *-------------
       FILE SECTION.
      *-------------
      *--- Carte parametre : dates de debut et de fin incluses, debut
      *    et fin de la fenetre de nuit (HHMM, a cheval sur minuit
      *    quand le debut est apres la fin), nombre d'echecs de
      *    connexion consecutifs a signaler
       FD  F-PRM
           RECORD CONTAINS 26 CHARACTERS.
       01  ENR-PRM.
           10  PRM-DATE-DEBUT     PIC 9(8).
           10  PRM-DATE-DEBUT-R REDEFINES PRM-DATE-DEBUT.
               15 PRM-DEBUT-AAAAMM PIC 9(6).
               15 PRM-DEBUT-JJ     PIC 9(2).
           10  PRM-DATE-FIN       PIC 9(8).
           10  PRM-DATE-FIN-R REDEFINES PRM-DATE-FIN.
               15 PRM-FIN-AAAAMM   PIC 9(6).
               15 PRM-FIN-JJ       PIC 9(2).
           10  PRM-NUIT-DEBUT     PIC X(4).
           10  PRM-NUIT-FIN       PIC X(4).
           10  PRM-SEUIL-ECHECS   PIC X(2).

      *--- Lignes d'audit, lues brutes et decodees en Working
       FD  F-AUD
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-AUD            PIC X(140).

       FD  F-ARC
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-ARC            PIC X(140).

      *--- Rapport edite
       FD  F-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-RPT            PIC X(100).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Variables de la Working:
      *--- Nom de l'archive mensuelle en cours de lecture
       01 w-Nom-Archive       PIC X(60) VALUE SPACES.

      *--- Mois courant du parcours des archives de la plage
       01 w-Arc-Mois.
           05 w-Arc-AAAA      PIC 9(4).
           05 w-Arc-MM        PIC 9(2).
       01 w-Arc-AAAAMM REDEFINES w-Arc-Mois PIC 9(6).
       01 w-Nb-Archives       PIC 9(3) VALUE 0.

      *--- Fenetre de nuit et seuil d'echecs retenus (defauts : de
      *    20h00 a 06h00, 3 echecs consecutifs)
       01 w-Nuit-Debut        PIC 9(4) VALUE 2000.
       01 w-Nuit-Fin          PIC 9(4) VALUE 0600.
       01 w-Seuil-Echecs      PIC 9(2) VALUE 3.

      *--- Ligne d'audit decodee (dessin de L-AUD-LIGNE de Hello2)
       01 w-Aud-Ligne.
           05 w-Aud-Date      PIC 9(8).
           05 FILLER          PIC X.
           05 w-Aud-Heure     PIC X(8).
           05 w-Aud-Heure-R REDEFINES w-Aud-Heure.
               10 w-Aud-HHMM  PIC 9(4).
               10 FILLER      PIC X(4).
           05 FILLER          PIC X.
           05 w-Aud-Pgm       PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Enr       PIC X(21).
           05 FILLER          PIC X.
           05 w-Aud-Dispo     PIC X(3).
               88 w-Aud-Connexion-Ok    VALUE 'SGO'.
               88 w-Aud-Connexion-Echec VALUES 'SGR' 'VRR'.
               88 w-Aud-Verrouillage    VALUE 'VER'.
               88 w-Aud-Deverrouillage  VALUE 'DEV'.
               88 w-Aud-Mdp-Change      VALUE 'MDP'.
               88 w-Aud-Mdp-Expire      VALUE 'MDX'.
               88 w-Aud-Option-Refusee  VALUE 'OPR'.
               88 w-Aud-Liberation      VALUE 'VLB'.
               88 w-Aud-Forcage         VALUE 'FRC'.
               88 w-Aud-Regles          VALUE 'REG'.
               88 w-Aud-Maintenance     VALUES 'COR' 'SUP'.
               88 w-Aud-Autre-Sup       VALUES 'LIB' 'RNV' 'RAZ'
                                               'DDC' 'VIS' 'RFV'
                                               'FRR' 'MVR' 'MVV'.
               88 w-Aud-Securite        VALUES 'SGO' 'SGR' 'VRR'
                                               'VER' 'DEV' 'MDP'
                                               'MDX' 'OPR' 'VLB'
                                               'FRC' 'REG' 'COR'
                                               'SUP' 'LIB' 'RNV'
                                               'RAZ' 'DDC' 'VIS'
                                               'RFV' 'FRR' 'MVR'
                                               'MVV'.
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

      *--- Cumuls par operateur ; la suite d'echecs est remise a
      *    zero par une connexion acceptee
       01 w-Opr-Table.
           05 w-Opr-Entree OCCURS 100 TIMES.
               10 w-Opr-Id            PIC X(8).
               10 w-Opr-Sgo           PIC 9(5).
               10 w-Opr-Sgr           PIC 9(5).
               10 w-Opr-Ver           PIC 9(5).
               10 w-Opr-Dev           PIC 9(5).
               10 w-Opr-Mdp           PIC 9(5).
               10 w-Opr-Mdx           PIC 9(5).
               10 w-Opr-Ref           PIC 9(5).
               10 w-Opr-Vlb           PIC 9(5).
               10 w-Opr-Frc           PIC 9(5).
               10 w-Opr-Reg           PIC 9(5).
               10 w-Opr-Mnt           PIC 9(5).
               10 w-Opr-Aut           PIC 9(5).
               10 w-Opr-Hors-Fenetre  PIC 9(5).
               10 w-Opr-Echecs-Suite  PIC 9(5).
               10 w-Opr-Echecs-Max    PIC 9(5).
               10 w-Opr-Signalements  PIC 9(5).
       01 w-Opr-Nb            PIC 9(3) VALUE 0.
       01 w-Opr-Idx           PIC 9(3) VALUE 0.
       01 w-Opr-Trouve        PIC 9(3) VALUE 0.

      *--- Evenement hors de la fenetre de nuit (Booleen)
       01 w-Hors-Fenetre      PIC X VALUE 'N'.
           88 w-Hors-Fenetre-Oui VALUE 'O'.
           88 w-Hors-Fenetre-Non VALUE 'N'.

      *--- Totaux de la plage
       01 w-Nb-Lues           PIC 9(9) VALUE 0.
       01 w-Nb-Retenues       PIC 9(9) VALUE 0.
       01 w-Nb-Signalements   PIC 9(7) VALUE 0.
       01 w-Nb-Opr-Signales   PIC 9(3) VALUE 0.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).

      *--- Identification du job, transmise a la banniere Hello
       01 w-Job-Nom           PIC X(20) VALUE 'SECURITE'.
       01 w-Job-Horodatage.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'SECURITE'.
           05 w-Suivi-Nb-Fichiers PIC 9(5) VALUE 0.
           05 w-Suivi-Nb-Enr      PIC 9(7) VALUE 0.
           05 w-Suivi-Nb-Rej      PIC 9(7) VALUE 0.
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *  FILE STATUS
       01 L-STS-PRM           PIC 9(2).
       01 L-STS-AUD           PIC 9(2).
       01 L-STS-ARC           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-AUD-EOF           PIC X.
           88 L-AUD-EOF-OUI   VALUE 'O'.
           88 L-AUD-EOF-NON   VALUE 'N'.

       01 L-ARC-EOF           PIC X.
           88 L-ARC-EOF-OUI   VALUE 'O'.
           88 L-ARC-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(24)
                              VALUE 'ACTIVITE DE SECURITE DU '.
           05 L-RPT-E1-DEBUT  PIC 9(8).
           05 FILLER          PIC X(4)  VALUE ' AU '.
           05 L-RPT-E1-FIN    PIC 9(8).
           05 FILLER          PIC X(12) VALUE '  EDITE LE '.
           05 L-RPT-E1-JJ     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-MM     PIC 99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 L-RPT-E1-AAAA   PIC 9999.
           05 FILLER          PIC X(34) VALUE SPACES.

       01 L-RPT-ENTETE2.
           05 FILLER          PIC X(19) VALUE 'FENETRE DE NUIT DE '.
           05 L-RPT-E2-DEBUT  PIC 9(4).
           05 FILLER          PIC X(3)  VALUE ' A '.
           05 L-RPT-E2-FIN    PIC 9(4).
           05 FILLER          PIC X(28)
                              VALUE ' - SEUIL ECHECS CONSECUTIFS '.
           05 L-RPT-E2-SEUIL  PIC Z9.
           05 FILLER          PIC X(40) VALUE SPACES.

       01 L-RPT-TITRE.
           05 L-RPT-T-TEXTE   PIC X(60).
           05 FILLER          PIC X(40) VALUE SPACES.

       01 L-RPT-SIGNAL.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-S-DATE    PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-S-HEURE   PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-S-OPR     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-S-PGM     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-S-DISPO   PIC X(3).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-S-TEXTE   PIC X(21).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-RPT-S-MOTIF   PIC X(24).
           05 FILLER          PIC X(12) VALUE SPACES.

       01 L-RPT-OPERATEUR.
           05 FILLER          PIC X(12) VALUE 'OPERATEUR : '.
           05 L-RPT-O-ID      PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-O-AVIS    PIC X(30).
           05 FILLER          PIC X(48) VALUE SPACES.

       01 L-RPT-COMPTE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 L-RPT-C-LIBELLE PIC X(40).
           05 L-RPT-C-NB      PIC Z(4)9.
           05 FILLER          PIC X(53) VALUE SPACES.

       01 L-RPT-LIBRE.
           05 L-RPT-L-TEXTE   PIC X(60).
           05 L-RPT-L-NB      PIC Z(8)9.
           05 FILLER          PIC X(31) VALUE SPACES.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
      *    Appel du paragraphe : BANNIERE-DEBUT-JOB
           PERFORM BANNIERE-DEBUT-JOB

      *    Appel du paragraphe : LECTURE-PARAMETRE
           PERFORM LECTURE-PARAMETRE

      *    Appel du paragraphe : OUVERTURE-RAPPORT
           PERFORM OUVERTURE-RAPPORT

      *    Les signalements sont edites au fil de la lecture, dans
      *    l'ordre chronologique : archives des mois de la plage
      *    d'abord, du plus ancien au plus recent, puis le journal
      *    courant (Audarc en retire les lignes qu'il archive)
           MOVE 'SIGNALEMENTS :' TO L-RPT-T-TEXTE
           WRITE ENR-RPT FROM L-RPT-TITRE

           MOVE PRM-DEBUT-AAAAMM TO w-Arc-AAAAMM
           PERFORM UNTIL w-Arc-AAAAMM > PRM-FIN-AAAAMM
              PERFORM CUMUL-ARCHIVE
              PERFORM MOIS-SUIVANT
           END-PERFORM

           PERFORM CUMUL-JOURNAL

      *    Edition des cumuls par operateur et des totaux
           PERFORM EDITION-SECURITE

           CLOSE F-RPT

      *    Recapitulatif de l'execution vers l'historique de suivi
           MOVE w-Nb-Archives     TO w-Suivi-Nb-Fichiers
           MOVE w-Nb-Retenues     TO w-Suivi-Nb-Enr
           MOVE w-Nb-Signalements TO w-Suivi-Nb-Rej
           IF w-Nb-Signalements > 0
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
       LECTURE-PARAMETRE.
      *=================================================================
           OPEN INPUT F-PRM

           IF L-STS-PRM NOT = 0
              DISPLAY 'Erreur ouverture carte parametre'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           READ F-PRM

           IF L-STS-PRM NOT = 0
              DISPLAY 'Erreur lecture carte parametre'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           CLOSE F-PRM

           IF PRM-DATE-DEBUT NOT NUMERIC
              OR PRM-DATE-FIN NOT NUMERIC
              OR PRM-DATE-FIN < PRM-DATE-DEBUT
              DISPLAY 'Erreur carte parametre : plage de dates '
                      'invalide'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

      *    Fenetre et seuil facultatifs : les defauts restent en
      *    place si la carte ne les renseigne pas
           IF PRM-NUIT-DEBUT IS NUMERIC AND PRM-NUIT-FIN IS NUMERIC
              AND PRM-NUIT-DEBUT NOT = PRM-NUIT-FIN
              MOVE PRM-NUIT-DEBUT TO w-Nuit-Debut
              MOVE PRM-NUIT-FIN   TO w-Nuit-Fin
           END-IF

           IF PRM-SEUIL-ECHECS IS NUMERIC
              AND PRM-SEUIL-ECHECS NOT = '00'
              MOVE PRM-SEUIL-ECHECS TO w-Seuil-Echecs
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

           ACCEPT w-Date-Sys FROM DATE YYYYMMDD

           MOVE PRM-DATE-DEBUT  TO L-RPT-E1-DEBUT
           MOVE PRM-DATE-FIN    TO L-RPT-E1-FIN
           MOVE w-Date-Sys-JJ   TO L-RPT-E1-JJ
           MOVE w-Date-Sys-MM   TO L-RPT-E1-MM
           MOVE w-Date-Sys-AAAA TO L-RPT-E1-AAAA
           WRITE ENR-RPT FROM L-RPT-ENTETE1

           MOVE w-Nuit-Debut    TO L-RPT-E2-DEBUT
           MOVE w-Nuit-Fin      TO L-RPT-E2-FIN
           MOVE w-Seuil-Echecs  TO L-RPT-E2-SEUIL
           WRITE ENR-RPT FROM L-RPT-ENTETE2
           .

      *=================================================================
       ECRITURE-LIGNE-RAPPORT.
      *=================================================================
           WRITE ENR-RPT FROM L-RPT-LIBRE

           MOVE SPACES TO L-RPT-L-TEXTE
           MOVE 0      TO L-RPT-L-NB
           .

      *=================================================================
       MOIS-SUIVANT.
      *=================================================================
           IF w-Arc-MM = 12
              MOVE 1 TO w-Arc-MM
              ADD 1 TO w-Arc-AAAA
           ELSE
              ADD 1 TO w-Arc-MM
           END-IF
           .

      *=================================================================
       CUMUL-ARCHIVE.
      *=================================================================
      *    Archive absente : le mois n'a pas ete coupe par Audarc (ou
      *    a ete purge), ses lignes sont au journal courant ou perdues
           MOVE SPACES TO w-Nom-Archive
           STRING 'Audarc'     DELIMITED BY SIZE
                  w-Arc-AAAAMM DELIMITED BY SIZE
                  '.aud'       DELIMITED BY SIZE
                  INTO w-Nom-Archive

           SET L-ARC-EOF-NON TO TRUE

           OPEN INPUT F-ARC

           IF L-STS-ARC NOT = 0
              SET L-ARC-EOF-OUI TO TRUE
           ELSE
              ADD 1 TO w-Nb-Archives
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
      *    Seuls les evenements de securite de la plage sont retenus ;
      *    les lignes de traitement (ACC, REJ, DBL...) sont ignorees
           ADD 1 TO w-Nb-Lues

           IF w-Aud-Date NOT NUMERIC
              OR w-Aud-Date < PRM-DATE-DEBUT
              OR w-Aud-Date > PRM-DATE-FIN
              OR NOT w-Aud-Securite
              CONTINUE
           ELSE
              ADD 1 TO w-Nb-Retenues

              IF w-Aud-Opr = SPACES
                 MOVE '(VIDE)' TO w-Aud-Opr
              END-IF

              PERFORM RECHERCHE-OPERATEUR

              IF w-Opr-Trouve > 0
                 PERFORM CUMUL-EVENEMENT
                 PERFORM CONTROLE-FENETRE
              END-IF
           END-IF
           .

      *=================================================================
       RECHERCHE-OPERATEUR.
      *=================================================================
           MOVE 0 TO w-Opr-Trouve

           PERFORM VARYING w-Opr-Idx FROM 1 BY 1
                      UNTIL w-Opr-Idx > w-Opr-Nb
              IF w-Opr-Id(w-Opr-Idx) = w-Aud-Opr
                 MOVE w-Opr-Idx TO w-Opr-Trouve
              END-IF
           END-PERFORM

           IF w-Opr-Trouve = 0
              IF w-Opr-Nb < 100
                 ADD 1 TO w-Opr-Nb
                 MOVE w-Opr-Nb TO w-Opr-Trouve
                 INITIALIZE w-Opr-Entree(w-Opr-Trouve)
                 MOVE w-Aud-Opr TO w-Opr-Id(w-Opr-Trouve)
              ELSE
                 DISPLAY 'Alerte : table des operateurs pleine (100 '
                         'max), ligne non cumulee'
              END-IF
           END-IF
           .

      *=================================================================
       CUMUL-EVENEMENT.
      *=================================================================
      *    Une connexion acceptee remet a zero la suite d'echecs ; la
      *    suite qui atteint le seuil est signalee une fois
           EVALUATE TRUE
              WHEN w-Aud-Connexion-Ok
                 ADD 1 TO w-Opr-Sgo(w-Opr-Trouve)
                 MOVE 0 TO w-Opr-Echecs-Suite(w-Opr-Trouve)
              WHEN w-Aud-Connexion-Echec
                 ADD 1 TO w-Opr-Sgr(w-Opr-Trouve)
                 ADD 1 TO w-Opr-Echecs-Suite(w-Opr-Trouve)
                 IF w-Opr-Echecs-Suite(w-Opr-Trouve)
                    > w-Opr-Echecs-Max(w-Opr-Trouve)
                    MOVE w-Opr-Echecs-Suite(w-Opr-Trouve)
                      TO w-Opr-Echecs-Max(w-Opr-Trouve)
                 END-IF
                 IF w-Opr-Echecs-Suite(w-Opr-Trouve) = w-Seuil-Echecs
                    MOVE 'ECHECS DE CONNEXION REP.' TO L-RPT-S-MOTIF
                    PERFORM ECRITURE-SIGNALEMENT
                 END-IF
              WHEN w-Aud-Verrouillage
                 ADD 1 TO w-Opr-Ver(w-Opr-Trouve)
              WHEN w-Aud-Deverrouillage
                 ADD 1 TO w-Opr-Dev(w-Opr-Trouve)
              WHEN w-Aud-Mdp-Change
                 ADD 1 TO w-Opr-Mdp(w-Opr-Trouve)
              WHEN w-Aud-Mdp-Expire
                 ADD 1 TO w-Opr-Mdx(w-Opr-Trouve)
              WHEN w-Aud-Option-Refusee
                 ADD 1 TO w-Opr-Ref(w-Opr-Trouve)
              WHEN w-Aud-Liberation
                 ADD 1 TO w-Opr-Vlb(w-Opr-Trouve)
              WHEN w-Aud-Forcage
                 ADD 1 TO w-Opr-Frc(w-Opr-Trouve)
              WHEN w-Aud-Regles
                 ADD 1 TO w-Opr-Reg(w-Opr-Trouve)
              WHEN w-Aud-Maintenance
                 ADD 1 TO w-Opr-Mnt(w-Opr-Trouve)
              WHEN w-Aud-Autre-Sup
                 ADD 1 TO w-Opr-Aut(w-Opr-Trouve)
           END-EVALUATE
           .

      *=================================================================
       CONTROLE-FENETRE.
      *=================================================================
      *    Fenetre a cheval sur minuit quand son debut est apres sa
      *    fin (20h00-06h00) ; une heure illisible n'est pas jugee
           SET w-Hors-Fenetre-Non TO TRUE

           IF w-Aud-HHMM IS NUMERIC
              IF w-Nuit-Debut > w-Nuit-Fin
                 IF w-Aud-HHMM < w-Nuit-Debut
                    AND w-Aud-HHMM >= w-Nuit-Fin
                    SET w-Hors-Fenetre-Oui TO TRUE
                 END-IF
              ELSE
                 IF w-Aud-HHMM < w-Nuit-Debut
                    OR w-Aud-HHMM >= w-Nuit-Fin
                    SET w-Hors-Fenetre-Oui TO TRUE
                 END-IF
              END-IF
           END-IF

           IF w-Hors-Fenetre-Oui
              ADD 1 TO w-Opr-Hors-Fenetre(w-Opr-Trouve)
              MOVE 'HORS FENETRE DE NUIT' TO L-RPT-S-MOTIF
              PERFORM ECRITURE-SIGNALEMENT
           END-IF
           .

      *=================================================================
       ECRITURE-SIGNALEMENT.
      *=================================================================
           ADD 1 TO w-Nb-Signalements
           ADD 1 TO w-Opr-Signalements(w-Opr-Trouve)

           MOVE w-Aud-Date  TO L-RPT-S-DATE
           MOVE w-Aud-Heure TO L-RPT-S-HEURE
           MOVE w-Aud-Opr   TO L-RPT-S-OPR
           MOVE w-Aud-Pgm   TO L-RPT-S-PGM
           MOVE w-Aud-Dispo TO L-RPT-S-DISPO
           MOVE w-Aud-Enr   TO L-RPT-S-TEXTE
           WRITE ENR-RPT FROM L-RPT-SIGNAL
           .

      *=================================================================
       EDITION-SECURITE.
      *=================================================================
           IF w-Nb-Signalements = 0
              MOVE '  (AUCUN)' TO L-RPT-T-TEXTE
              WRITE ENR-RPT FROM L-RPT-TITRE
           END-IF

           PERFORM VARYING w-Opr-Idx FROM 1 BY 1
                      UNTIL w-Opr-Idx > w-Opr-Nb
              PERFORM EDITION-OPERATEUR
           END-PERFORM

           MOVE 'LIGNES D''AUDIT LUES'             TO L-RPT-L-TEXTE
           MOVE w-Nb-Lues                         TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'EVENEMENTS DE SECURITE RETENUS'  TO L-RPT-L-TEXTE
           MOVE w-Nb-Retenues                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'ARCHIVES MENSUELLES LUES'        TO L-RPT-L-TEXTE
           MOVE w-Nb-Archives                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'OPERATEURS'                      TO L-RPT-L-TEXTE
           MOVE w-Opr-Nb                          TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'OPERATEURS A EXAMINER'           TO L-RPT-L-TEXTE
           MOVE w-Nb-Opr-Signales                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'SIGNALEMENTS'                    TO L-RPT-L-TEXTE
           MOVE w-Nb-Signalements                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           DISPLAY 'SECURITE ' PRM-DATE-DEBUT ' - ' PRM-DATE-FIN
                   ' : ' w-Opr-Nb ' OPERATEUR(S), ' w-Nb-Retenues
                   ' EVENEMENT(S), ' w-Nb-Signalements
                   ' SIGNALEMENT(S)'
           .

      *=================================================================
       EDITION-OPERATEUR.
      *=================================================================
           MOVE w-Opr-Id(w-Opr-Idx) TO L-RPT-O-ID

           IF w-Opr-Signalements(w-Opr-Idx) > 0
              ADD 1 TO w-Nb-Opr-Signales
              MOVE '*** A EXAMINER ***' TO L-RPT-O-AVIS
           ELSE
              MOVE SPACES TO L-RPT-O-AVIS
           END-IF
           WRITE ENR-RPT FROM L-RPT-OPERATEUR

           MOVE 'CONNEXIONS ACCEPTEES'          TO L-RPT-C-LIBELLE
           MOVE w-Opr-Sgo(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'CONNEXIONS REFUSEES'           TO L-RPT-C-LIBELLE
           MOVE w-Opr-Sgr(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'ECHECS CONSECUTIFS (MAXIMUM)'  TO L-RPT-C-LIBELLE
           MOVE w-Opr-Echecs-Max(w-Opr-Idx)     TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'VERROUILLAGES DE COMPTE'       TO L-RPT-C-LIBELLE
           MOVE w-Opr-Ver(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'DEVERROUILLAGES DE COMPTE'     TO L-RPT-C-LIBELLE
           MOVE w-Opr-Dev(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'MOTS DE PASSE CHANGES'         TO L-RPT-C-LIBELLE
           MOVE w-Opr-Mdp(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'MOTS DE PASSE EXPIRES NON CHANGES'
                                                TO L-RPT-C-LIBELLE
           MOVE w-Opr-Mdx(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'OPTIONS REFUSEES'              TO L-RPT-C-LIBELLE
           MOVE w-Opr-Ref(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'SUP - LIBERATIONS DU VERROU'   TO L-RPT-C-LIBELLE
           MOVE w-Opr-Vlb(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'SUP - CHARGEMENTS FORCES'      TO L-RPT-C-LIBELLE
           MOVE w-Opr-Frc(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'SUP - MAINTENANCE DES REGLES'  TO L-RPT-C-LIBELLE
           MOVE w-Opr-Reg(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'SUP - MOUVEMENTS C/S DU MASTER' TO L-RPT-C-LIBELLE
           MOVE w-Opr-Mnt(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'SUP - SUSPENS, REPRISE, DOUBLE CTRL'
                                                TO L-RPT-C-LIBELLE
           MOVE w-Opr-Aut(w-Opr-Idx)            TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE

           MOVE 'EVENEMENTS HORS FENETRE DE NUIT' TO L-RPT-C-LIBELLE
           MOVE w-Opr-Hors-Fenetre(w-Opr-Idx)   TO L-RPT-C-NB
           WRITE ENR-RPT FROM L-RPT-COMPTE
           .

      *================================================================
      *Fin du programme
       END PROGRAM Securite.
