      *              les programmes de la chaine (Hello, Hello2,
      *              Fizzbuzz, Prevol, Consol, Verifidx, Audarc,
      *              Tendance, Fenetre, Accuse, Sauvidx, Purgidx,
      *              Releve, Matin, Retour, Attendu, Securite, Importe,
      *              Facture) en un seul job.
      *              Les fichiers mis en suspens par Hello2 sont
      *              decides (liberation ou renvoi) par un
      *              superviseur via Suspens.
      *              En presence d'un fichier de commandes (Menu.cmd),
      *              les etapes y sont lues dans l'ordre et executees
      *              sans aucune invite : mode planifiable de nuit,
      *              un code retour 0 (ex. '2 P' = Hello2 seulement si
      *              Prevol a donne son feu vert) ; sans condition,
      *              l'etape est toujours executee.
      *              Chaque etape terminee est notee avec son code
      *              retour au point de reprise de la chaine (Menu.rep)
      *              : apres un echec, la relance saute les etapes deja
      *              faites (leur code retour vaut toujours pour les
      *              conditions) et reprend a l'etape en echec. Un
      *              superviseur peut annuler le point de reprise pour
      *              forcer une relance complete.
      *              En presence d'une definition de flux (Menu.flx),
      *              les etapes de la nuit n'y sont plus lues dans
      *              Menu.cmd (qui ne porte alors que les lettres de
      *              creance) : elles sont choisies selon la date
      *              d'exploitation de Hello2.cal -- etapes
      *              quotidiennes, d'un jour de la semaine, de fin de
      *              mois et de debut de mois (jours ouvres), aucune
      *              un jour ferie -- et le plan retenu est imprime en
      *              tete de Menu.log avant la premiere etape.
      *              Les actions sensibles -- carte de chargement force,
      *              liberation du verrou d'execution, fichier de
      *              mouvements C/S du master -- sont soumises au
      *              double controle : un superviseur les demande, un
      *              second superviseur, different, les vise
      *              (Approb.fic) avant qu'elles ne prennent effet.
      *              Les demandes en attente sont presentees au
      *              demarrage et par l'option W ; demandeur et viseur
      *              sont journalises.
      *              En mode commande, chaque etape et la fin de la
      *              chaine sont publiees sur le fil d'evenements
      *              d'exploitation (Evenement.fic), gravite selon le
      *              code retour.
      *-----------------------------------------------------------------

      *=================================================================
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-LOG.

      *--- Definition des flux de la nuit : etapes quotidiennes, de
      *    jour de semaine, de fin et de debut de mois, jours feries
           SELECT F-FLX     ASSIGN TO 'Menu.flx'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-FLX.

      *--- Calendrier de traitement de Hello2 : date d'exploitation
      *    courante en tete, qui determine le plan de la nuit
           SELECT F-CAL     ASSIGN TO 'Hello2.cal'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CAL.

      *--- Point de reprise de la chaine : une ligne par etape du
      *    mode commande terminee, sautee ou en echec, vide apres une
      *    chaine complete sans echec
           SELECT F-REP     ASSIGN TO 'Menu.rep'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-REP.

      *--- Profils operateur : identifiant, mot de passe, profil
      *    (S = superviseur, O = operateur), date du dernier changement
      *    de mot de passe, compteur d'echecs de connexion et temoin
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ALT.

      *--- Demandes d'actions sensibles soumises au double controle
      *    et visa du second superviseur ; soldees par Hello2 (carte
      *    de forcage, mouvements) ou ici (liberation du verrou)
           SELECT F-APB     ASSIGN TO 'Approb.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-APB.

      *=================================================================
       DATA DIVISION.
      *=================================================================
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-LOG            PIC X(80).

      *--- Une ligne de flux : type (Q quotidienne, S jour de la
      *    semaine, M fin de mois, P debut de mois), choix du menu,
      *    condition (comme en 3e colonne de Menu.cmd) et, pour le
      *    type S, jour de la semaine (1 = lundi ... 7 = dimanche).
      *    Dans l'ordre de la definition. Type F : jour ferie, date en
      *    colonnes 3-10
       FD  F-FLX
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-FLX.
           10  FLX-TYPE       PIC X.
               88 FLX-TYPE-QUOTIDIEN VALUE 'Q'.
               88 FLX-TYPE-SEMAINE   VALUE 'S'.
               88 FLX-TYPE-FIN-MOIS  VALUE 'M'.
               88 FLX-TYPE-DEBUT-MOIS VALUE 'P'.
               88 FLX-TYPE-FERIE     VALUE 'F'.
           10  FILLER         PIC X.
           10  FLX-CHOIX      PIC X.
           10  FILLER         PIC X.
           10  FLX-CONDITION  PIC X.
           10  FILLER         PIC X.
           10  FLX-JOUR       PIC X.
           10  FILLER         PIC X(73).

       01  ENR-FLX-FERIE REDEFINES ENR-FLX.
           10  FER-TYPE       PIC X.
           10  FILLER         PIC X.
           10  FER-DATE       PIC 9(8).
           10  FILLER         PIC X(70).

      *--- Calendrier de traitement (dessin de Hello2)
       FD  F-CAL
           RECORD CONTAINS 8 CHARACTERS.
       01  ENR-CAL             PIC 9(8).

      *--- Une etape du mode commande : rang dans Menu.cmd, choix,
      *    code retour, etat (T terminee, S sautee sur condition, E
      *    en echec : code retour 12 ou plus), horodatage de fin et
      *    date d'exploitation du plan de la nuit (0 sans plan)
       FD  F-REP
           RECORD CONTAINS 40 CHARACTERS.
       01  ENR-REP.
           10  REP-ETAPE      PIC 9(3).
           10  FILLER         PIC X.
           10  REP-CHOIX      PIC X.
           10  FILLER         PIC X.
           10  REP-CR         PIC 9(3).
           10  FILLER         PIC X.
           10  REP-ETAT       PIC X.
               88 REP-ETAT-TERMINEE VALUE 'T'.
               88 REP-ETAT-SAUTEE   VALUE 'S'.
               88 REP-ETAT-ECHEC    VALUE 'E'.
           10  FILLER         PIC X.
           10  REP-DATE       PIC 9(8).
           10  FILLER         PIC X.
           10  REP-HEURE      PIC 9(8).
           10  FILLER         PIC X.
           10  REP-DATE-PLAN  PIC 9(8).
           10  FILLER         PIC X(2).

      *--- Un profil operateur par ligne
       FD  F-OPR
           RECORD CONTAINS 27 CHARACTERS.
           10  ALT-HEURE        PIC 9(8).
           10  ALT-ACQUITTEE    PIC X.
           10  FILLER           PIC X(20).

      *--- Demande de double controle : action (FRC, VLB, MVT), objet
      *    (fichier de mouvements pour MVT), demandeur, statut
      *    (A en attente de visa, V visee, R rejetee, U utilisee) et
      *    second superviseur qui l'a visee ou rejetee
       FD  F-APB
           RECORD CONTAINS 130 CHARACTERS.
       01  ENR-APB.
           10  APB-NUMERO       PIC 9(5).
           10  APB-TYPE         PIC X(3).
               88 APB-TYPE-FORCAGE     VALUE 'FRC'.
               88 APB-TYPE-VERROU      VALUE 'VLB'.
               88 APB-TYPE-MOUVEMENTS  VALUE 'MVT'.
           10  APB-OBJET        PIC X(60).
           10  APB-DEMANDEUR    PIC X(8).
           10  APB-DATE-DEM     PIC 9(8).
           10  APB-HEURE-DEM    PIC 9(8).
           10  APB-STATUT       PIC X.
               88 APB-STATUT-ATTENTE  VALUE 'A'.
               88 APB-STATUT-VISEE    VALUE 'V'.
               88 APB-STATUT-REJETEE  VALUE 'R'.
               88 APB-STATUT-UTILISEE VALUE 'U'.
           10  APB-VISEUR       PIC X(8).
           10  APB-DATE-VISA    PIC 9(8).
           10  APB-HEURE-VISA   PIC 9(8).
           10  FILLER           PIC X(13).
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
           88 w-Choix-Matin     VALUE 'M'.
           88 w-Choix-Deverrou  VALUE 'D'.
           88 w-Choix-Verrou    VALUE 'L'.
           88 w-Choix-Suspens   VALUE 'U'.
           88 w-Choix-Retour    VALUE 'B'.
           88 w-Choix-Attendu   VALUE 'H'.
           88 w-Choix-Reprise   VALUE 'K'.
           88 w-Choix-Securite  VALUE 'I'.
           88 w-Choix-Double    VALUE 'W'.
           88 w-Choix-Importe   VALUE 'N'.
           88 w-Choix-Facture   VALUE 'Q'.
           88 w-Choix-Fin       VALUE '0'.
           88 w-Choix-Valide    VALUES '0' THRU '5'
                                       'P' 'C' 'V' 'A' 'T' 'F'
                                       'R' 'S' 'G' 'E' 'M'
                                       'D' 'L' 'U' 'B' 'H' 'K'
                                       'I' 'W' 'N' 'Q'.
      *--- Etapes a dialogue operateur, refusees en mode commande
           88 w-Choix-Interactif VALUES '4' '5' 'D' 'L' 'U' 'K'
                                        'W'.

      *--- Etat d'avancement de Hello2, pour piloter Fizzbuzz
       01 w-Hello2-Executee     PIC X VALUE 'N'.
      *--- Dernier code retour de chaque choix execute pendant le job,
      *    pour les conditions d'enchainement du fichier de commandes
       01 w-Crc-Table.
           05 w-Crc-Entree OCCURS 40 TIMES.
               10 w-Crc-Choix     PIC X.
               10 w-Crc-CR        PIC S9(9) COMP-5.
       01 w-Crc-Nb              PIC 9(2) VALUE 0.
           88 w-Condition-Ok    VALUE 'O'.
           88 w-Condition-Ko    VALUE 'N'.

      *--- Etape du mode commande en cours : ligne de Menu.cmd ou
      *    entree du plan de la nuit
       01 w-Etape-Choix         PIC X    VALUE SPACE.
       01 w-Etape-Condition     PIC X    VALUE SPACE.

      *--- Definition des flux chargee (ordre du fichier), jours
      *    feries, et plan de la nuit retenu pour la date d'exploitation
       01 w-Pln-Actif           PIC X    VALUE 'N'.
           88 w-Pln-Actif-Oui   VALUE 'O'.
           88 w-Pln-Actif-Non   VALUE 'N'.
       01 w-Flx-Table.
           05 w-Flx-Entree OCCURS 99 TIMES.
               10 w-Flx-Type      PIC X.
               10 w-Flx-Choix     PIC X.
               10 w-Flx-Condition PIC X.
               10 w-Flx-Jour      PIC X.
       01 w-Flx-Nb              PIC 9(3) VALUE 0.
       01 w-Flx-Idx             PIC 9(3) VALUE 0.
       01 w-Fer-Table.
           05 w-Fer-Date OCCURS 100 TIMES PIC 9(8).
       01 w-Fer-Nb              PIC 9(3) VALUE 0.
       01 w-Fer-Idx             PIC 9(3) VALUE 0.
       01 w-Pln-Table.
           05 w-Pln-Entree OCCURS 99 TIMES.
               10 w-Pln-Type      PIC X.
               10 w-Pln-Choix     PIC X.
               10 w-Pln-Condition PIC X.
       01 w-Pln-Nb              PIC 9(3) VALUE 0.
       01 w-Pln-Idx             PIC 9(3) VALUE 0.
       01 w-Pln-Retenue         PIC X    VALUE 'N'.
           88 w-Pln-Retenue-Oui VALUE 'O'.
           88 w-Pln-Retenue-Non VALUE 'N'.

      *--- Date d'exploitation du plan et sa qualification
       01 w-Pln-Date.
           05 w-Pln-AAAA        PIC 9(4).
           05 w-Pln-MM          PIC 9(2).
           05 w-Pln-JJ          PIC 9(2).
       01 w-Pln-Jour-Semaine    PIC 9    VALUE 0.
       01 w-Pln-Cal-Absent      PIC X    VALUE 'N'.
           88 w-Pln-Cal-Absent-Oui VALUE 'O'.
           88 w-Pln-Cal-Absent-Non VALUE 'N'.
       01 w-Pln-Ferie           PIC X    VALUE 'N'.
           88 w-Pln-Ferie-Oui   VALUE 'O'.
           88 w-Pln-Ferie-Non   VALUE 'N'.
       01 w-Pln-Fin-Mois        PIC X    VALUE 'N'.
           88 w-Pln-Fin-Mois-Oui VALUE 'O'.
           88 w-Pln-Fin-Mois-Non VALUE 'N'.
       01 w-Pln-Debut-Mois      PIC X    VALUE 'N'.
           88 w-Pln-Debut-Mois-Oui VALUE 'O'.
           88 w-Pln-Debut-Mois-Non VALUE 'N'.

      *--- Calcul de date : jour de la semaine (congruence de
      *    Zeller), longueur du mois, jour ouvre (lundi a vendredi
      *    hors jours feries)
       01 w-Clc-Date.
           05 w-Clc-AAAA        PIC 9(4).
           05 w-Clc-MM          PIC 9(2).
           05 w-Clc-JJ          PIC 9(2).
       01 w-Clc-Date-N REDEFINES w-Clc-Date PIC 9(8).
       01 w-Clc-A               PIC S9(9) COMP VALUE 0.
       01 w-Clc-M               PIC S9(9) COMP VALUE 0.
       01 w-Clc-H               PIC S9(9) COMP VALUE 0.
       01 w-Clc-Q               PIC S9(9) COMP VALUE 0.
       01 w-Clc-Q4              PIC S9(9) COMP VALUE 0.
       01 w-Clc-Q100            PIC S9(9) COMP VALUE 0.
       01 w-Clc-Q400            PIC S9(9) COMP VALUE 0.
       01 w-Clc-R               PIC S9(9) COMP VALUE 0.
       01 w-Clc-Jour-Semaine    PIC 9    VALUE 0.
       01 w-Clc-Nb-Jours        PIC 9(2) VALUE 0.
       01 w-Clc-Jour            PIC 9(2) VALUE 0.
       01 w-Clc-Ouvre           PIC X    VALUE 'N'.
           88 w-Clc-Ouvre-Oui   VALUE 'O'.
           88 w-Clc-Ouvre-Non   VALUE 'N'.
       01 w-Clc-Trouve          PIC X    VALUE 'N'.
           88 w-Clc-Trouve-Oui  VALUE 'O'.
           88 w-Clc-Trouve-Non  VALUE 'N'.
       01 w-Mois-Longueurs.
           05 FILLER            PIC X(24)
                                VALUE '312831303130313130313031'.
       01 w-Mois-Table REDEFINES w-Mois-Longueurs.
           05 w-Mois-Nb-Jours OCCURS 12 TIMES PIC 9(2).
       01 w-Jours-Noms.
           05 FILLER            PIC X(24)
                                VALUE 'LUNDI   MARDI   MERCREDI'.
           05 FILLER            PIC X(24)
                                VALUE 'JEUDI   VENDREDISAMEDI  '.
           05 FILLER            PIC X(8)  VALUE 'DIMANCHE'.
       01 w-Jours-Table REDEFINES w-Jours-Noms.
           05 w-Jour-Nom OCCURS 7 TIMES PIC X(8).

      *--- Point de reprise de la chaine relu au demarrage du mode
      *    commande : etat et code retour de chaque etape par rang,
      *    rang de la premiere etape a (re)executer
       01 w-Rep-Table.
           05 w-Rep-Entree OCCURS 99 TIMES.
               10 w-Rep-Choix     PIC X.
               10 w-Rep-CR        PIC 9(3).
               10 w-Rep-Etat      PIC X.
       01 w-Rep-Idx             PIC 9(3) VALUE 0.
       01 w-Rep-Reprise         PIC 9(3) VALUE 0.
       01 w-Rep-Etat-Etape      PIC X    VALUE SPACE.
       01 w-Rep-Echec           PIC X    VALUE 'N'.
           88 w-Rep-Echec-Oui   VALUE 'O'.
           88 w-Rep-Echec-Non   VALUE 'N'.
       01 w-Etape-Deja-Faite    PIC X    VALUE 'N'.
           88 w-Etape-Deja-Faite-Oui VALUE 'O'.
           88 w-Etape-Deja-Faite-Non VALUE 'N'.
       01 w-Confirmation-Reprise PIC X   VALUE 'N'.
           88 w-Reprise-Confirmee VALUE 'O'.

      *  FILE STATUS
       01 L-STS-CMD             PIC 9(2).
       01 L-STS-REP             PIC 9(2).
       01 L-STS-FLX             PIC 9(2).
       01 L-STS-CAL             PIC 9(2).
       01 L-STS-LOG             PIC 9(2).
       01 L-STS-OPR             PIC 9(2).
       01 L-STS-SES             PIC 9(2).
       01 L-STS-JRN             PIC 9(2).
       01 L-STS-ALT             PIC 9(2).
       01 L-STS-APB             PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-OPR-EOF             PIC X.
           88 L-ALT-EOF-OUI     VALUE 'O'.
           88 L-ALT-EOF-NON     VALUE 'N'.

       01 L-APB-EOF             PIC X.
           88 L-APB-EOF-OUI     VALUE 'O'.
           88 L-APB-EOF-NON     VALUE 'N'.

      * FIN DE FICHIER (Booleen)
       01 L-CMD-EOF             PIC X.
           88 L-CMD-EOF-OUI     VALUE 'O'.
           88 L-CMD-EOF-NON     VALUE 'N'.

       01 L-REP-EOF             PIC X.
           88 L-REP-EOF-OUI     VALUE 'O'.
           88 L-REP-EOF-NON     VALUE 'N'.

       01 L-FLX-EOF             PIC X.
           88 L-FLX-EOF-OUI     VALUE 'O'.
           88 L-FLX-EOF-NON     VALUE 'N'.

      *--- Horodatage de debut et de fin de l'etape en cours
       01 w-Etape-Debut.
           05 w-Etape-Debut-Date  PIC 9(8).
           05 FILLER            PIC X     VALUE SPACE.
           05 L-LOG-E-OBS       PIC X(9).

      *--- Plan de la nuit imprime en tete du journal
       01 L-LOG-PLAN-ENTETE.
           05 FILLER            PIC X(16) VALUE 'PLAN DE LA NUIT '.
           05 FILLER            PIC X(3)  VALUE 'DU '.
           05 L-LOG-PE-JJ       PIC 99.
           05 FILLER            PIC X     VALUE '/'.
           05 L-LOG-PE-MM       PIC 99.
           05 FILLER            PIC X     VALUE '/'.
           05 L-LOG-PE-AAAA     PIC 9999.
           05 FILLER            PIC X     VALUE SPACE.
           05 L-LOG-PE-JOUR     PIC X(8).
           05 FILLER            PIC X     VALUE SPACE.
           05 L-LOG-PE-OBS      PIC X(37).

       01 L-LOG-PLAN-ETAPE.
           05 FILLER            PIC X(11) VALUE 'PLAN ETAPE '.
           05 L-LOG-PD-NUM      PIC 9(3).
           05 FILLER            PIC X(7)  VALUE ' CHOIX '.
           05 L-LOG-PD-CHOIX    PIC X.
           05 FILLER            PIC X(11) VALUE ' CONDITION '.
           05 L-LOG-PD-COND     PIC X.
           05 FILLER            PIC X     VALUE SPACE.
           05 L-LOG-PD-TYPE     PIC X(13).
           05 FILLER            PIC X(32) VALUE SPACES.

       01 L-LOG-PLAN-PIED.
           05 FILLER            PIC X(13) VALUE 'FIN DU PLAN, '.
           05 L-LOG-PP-NB       PIC ZZ9.
           05 FILLER            PIC X(64) VALUE ' ETAPE(S)'.

       01 L-LOG-REPRISE.
           05 FILLER            PIC X(20)
                                VALUE 'REPRISE DE LA CHAINE'.
           05 FILLER            PIC X(11) VALUE ' A L''ETAPE '.
           05 L-LOG-R-NUM       PIC 9(3).
           05 FILLER            PIC X(46) VALUE SPACES.

       01 L-LOG-PIED.
           05 FILLER            PIC X(14) VALUE 'FIN DE JOB CR '.
           05 L-LOG-P-CR        PIC ZZ9.
           05 L-JRN-DISPO     PIC X(3).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-JRN-OPR       PIC X(8).
           05 FILLER          PIC X    VALUE SPACE.
           05 L-JRN-FICHIER   PIC X(30) VALUE SPACES.
           05 FILLER          PIC X    VALUE SPACE.
           05 L-JRN-MOTIF     PIC X(16) VALUE SPACES.
           05 FILLER          PIC X(31) VALUE SPACES.

      *--- Motif d'audit d'une ligne de double controle : numero de
      *    la demande et, sur le visa, le rejet et l'action visee,
      *    le demandeur (l'operateur de la ligne est alors le viseur)
       01 w-Apb-Motif.
           05 w-Apb-Motif-Num   PIC 9(5).
           05 FILLER            PIC X    VALUE SPACE.
           05 w-Apb-Motif-Dem   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.

      *--- Alertes chargees au demarrage (contenu integral, pour la
      *    reecriture du fichier apres acquittement)
       01 w-Alt-Idx             PIC 9(3) VALUE 0.
       01 w-Alt-Nb-Ouvertes     PIC 9(3) VALUE 0.

      *--- Demandes de double controle chargees (image integrale,
      *    pour la reecriture du fichier apres une demande, un visa ou
      *    un rejet) ; la reecriture est refusee en debordement
       01 w-Apb-Table.
           05 w-Apb-Entree OCCURS 200 TIMES PIC X(130).
       01 w-Apb-Nb              PIC 9(3) VALUE 0.
       01 w-Apb-Idx             PIC 9(3) VALUE 0.
       01 w-Apb-Trouvee         PIC 9(3) VALUE 0.
       01 w-Apb-Nb-Ouvertes     PIC 9(3) VALUE 0.
       01 w-Apb-Dernier-Num     PIC 9(5) VALUE 0.
       01 w-Apb-Debordement     PIC X VALUE 'N'.
           88 w-Apb-Debordement-Oui VALUE 'O'.
           88 w-Apb-Debordement-Non VALUE 'N'.

      *--- Saisies du dialogue de double controle
       01 w-Apb-Action          PIC X VALUE SPACE.
           88 w-Apb-Action-Demande VALUE 'D'.
           88 w-Apb-Action-Visa    VALUE 'V'.
           88 w-Apb-Action-Rejet   VALUE 'R'.
           88 w-Apb-Action-Fin     VALUE 'F'.
       01 w-Apb-Saisie-Num      PIC 9(5) VALUE 0.
       01 w-Apb-Saisie-Type     PIC X(3) VALUE SPACES.
           88 w-Apb-Saisie-Type-Valide VALUES 'FRC' 'MVT'.
       01 w-Apb-Saisie-Objet    PIC X(60) VALUE SPACES.

      *--- Reponse de l'operateur a l'acquittement des alertes
       01 w-Acquittement        PIC X VALUE 'N'.
           88 w-Acquittement-Oui VALUE 'O'.
           88 w-Alt-Debordement-Oui VALUE 'O'.
           88 w-Alt-Debordement-Non VALUE 'N'.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Menu'.
           05 w-Evt-Severite      PIC X    VALUE 'I'.
           05 w-Evt-Code          PIC X(8) VALUE SPACES.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.
       01 w-Evt-Num             PIC 9(3).
       01 w-Evt-CR              PIC ZZ9.

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'MENU'.
      *    seulement en remontant la console
           PERFORM PRESENTATION-ALERTES

      *    Les demandes d'actions sensibles en attente de visa sont
      *    presentees de la meme facon
           PERFORM PRESENTATION-DEMANDES

           IF w-Mode-Commande-Oui
              PERFORM EXECUTION-FICHIER-COMMANDES
           ELSE
           DISPLAY '3 - EXECUTER FIZZBUZZ'
           DISPLAY '4 - CONSULTER LE MASTER HELLO2'
           DISPLAY '5 - MAINTENIR LES REGLES FIZZBUZZ'
           DISPLAY 'N - CONVERSION DES FICHIERS DELIMITES (IMPORTE)'
           DISPLAY 'P - CONTROLE PREALABLE DU LOT (PREVOL)'
           DISPLAY 'H - LIVRAISONS ATTENDUES DU JOUR (ATTENDU)'
           DISPLAY 'C - RAPPORT CONSOLIDE DE LOT (CONSOL)'
           DISPLAY 'V - CONTROLE DU MASTER (VERIFIDX)'
           DISPLAY 'A - CYCLE DE VIE DU JOURNAL (AUDARC)'
           DISPLAY 'S - SAUVEGARDE/RESTAURATION MASTER (SAUVIDX)'
           DISPLAY 'G - PURGE DE RETENTION DU MASTER (PURGIDX)'
           DISPLAY 'E - RELEVE MENSUEL EMETTEURS (RELEVE)'
           DISPLAY 'Q - FACTURATION MENSUELLE EMETTEURS (FACTURE)'
           DISPLAY 'M - SITUATION DU MATIN (MATIN)'
           DISPLAY 'I - ACTIVITE DE SECURITE (SECURITE)'
           DISPLAY 'B - FICHIERS RETOUR EMETTEURS (RETOUR)'
           DISPLAY 'D - DEVERROUILLER UN COMPTE OPERATEUR'
           DISPLAY 'L - LIBERER LE VERROU D''EXECUTION'
           DISPLAY 'U - FICHIERS EN SUSPENS (SUSPENS)'
           DISPLAY 'K - POINT DE REPRISE DE LA CHAINE'
           DISPLAY 'W - DOUBLE CONTROLE : DEMANDES ET VISAS'
           DISPLAY '0 - QUITTER'
           DISPLAY 'VOTRE CHOIX : '
           ACCEPT w-Choix

              CLOSE F-JRN
           END-IF

      *    Fichier et motif ne valent que pour la ligne ecrite
           MOVE SPACES TO L-JRN-FICHIER
           MOVE SPACES TO L-JRN-MOTIF
           .

      *=================================================================
      *=================================================================
           SET L-CMD-EOF-NON TO TRUE

      *    Plan de la nuit, imprime en tete du journal quand une
      *    definition de flux est en place
           PERFORM CHARGEMENT-PLAN

      *    Appel du paragraphe : CHARGEMENT-POINT-REPRISE
           PERFORM CHARGEMENT-POINT-REPRISE

           IF w-Pln-Actif-Oui
              PERFORM VARYING w-Pln-Idx FROM 1 BY 1
                         UNTIL w-Pln-Idx > w-Pln-Nb
                 MOVE w-Pln-Choix(w-Pln-Idx)     TO w-Etape-Choix
                 MOVE w-Pln-Condition(w-Pln-Idx) TO w-Etape-Condition
                 PERFORM EXECUTION-ETAPE
              END-PERFORM
           ELSE
      *       Les lignes vides du fichier de commandes sont ignorees
              PERFORM UNTIL L-CMD-EOF-OUI
                 PERFORM LECTURE-COMMANDE

                 IF L-CMD-EOF-NON AND ENR-CMD NOT = SPACES
                    MOVE CMD-CHOIX     TO w-Etape-Choix
                    MOVE CMD-CONDITION TO w-Etape-Condition
                    PERFORM EXECUTION-ETAPE
                 END-IF
              END-PERFORM
           END-IF

           CLOSE F-CMD

      *    Chaine allee au bout sans echec : le point de reprise est
      *    vide, la prochaine chaine repart de la premiere etape
           IF w-Rep-Echec-Non
              PERFORM ANNULATION-POINT-REPRISE
           END-IF

           MOVE w-Job-Code-Retour TO L-LOG-P-CR
           WRITE ENR-LOG FROM L-LOG-PIED

           CLOSE F-LOG

      *    Fin de la chaine publiee avec le code retour du job, selon
      *    la meme echelle de gravite que les etapes
           EVALUATE TRUE
              WHEN w-Job-Code-Retour = 0
                 MOVE 'I' TO w-Evt-Severite
              WHEN w-Job-Code-Retour < 12
                 MOVE 'W' TO w-Evt-Severite
              WHEN OTHER
                 MOVE 'C' TO w-Evt-Severite
           END-EVALUATE

           MOVE w-Job-Code-Retour TO w-Evt-CR
           MOVE 'FINCHAIN'        TO w-Evt-Code
           MOVE 'Menu.log'        TO w-Evt-Objet
           MOVE SPACES            TO w-Evt-Texte
           STRING 'FIN DE CHAINE CODE RETOUR ' DELIMITED BY SIZE
                  w-Evt-CR                     DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
      *=================================================================
           ADD 1 TO w-Nb-Etapes

      *    Appel du paragraphe : CONTROLE-REPRISE-ETAPE
           PERFORM CONTROLE-REPRISE-ETAPE

           IF w-Etape-Deja-Faite-Oui
              PERFORM RESTITUTION-ETAPE-REPRISE
           ELSE
              PERFORM LANCEMENT-ETAPE
              PERFORM MEMORISATION-POINT-REPRISE
           END-IF
           .

      *=================================================================
       LANCEMENT-ETAPE.
      *=================================================================
           ACCEPT w-Etape-Debut-Date  FROM DATE YYYYMMDD
           ACCEPT w-Etape-Debut-Heure FROM TIME

      *    Une etape invalide est journalisee avec un code retour 8 :
      *    le planificateur doit voir qu'une partie du fichier de
      *    commandes n'a pas ete comprise
           MOVE w-Etape-Choix TO w-Choix

           IF w-Choix-Valide AND NOT w-Choix-Interactif
      *       La condition portee par la ligne de commande est testee
                 PERFORM TRAITEMENT-CHOIX
                 PERFORM MEMORISATION-CODE-ETAPE
              ELSE
                 DISPLAY 'ETAPE SAUTEE : ' w-Etape-Choix
                         ' (CONDITION ' w-Etape-Condition
                         ' NON SATISFAITE)'
                 MOVE 0        TO w-Etape-Code-Retour
                 MOVE 'SAUTEE' TO L-LOG-E-OBS
      *       sans personne devant l'ecran : refusees en mode commande
              IF w-Choix-Interactif
                 DISPLAY 'ETAPE INTERACTIVE REFUSEE EN MODE '
                         'COMMANDE : ' w-Etape-Choix
                 MOVE 8 TO w-Etape-Code-Retour
                 IF w-Etape-Code-Retour > w-Job-Code-Retour
                    MOVE w-Etape-Code-Retour TO w-Job-Code-Retour
                 END-IF
              ELSE
                 DISPLAY 'ETAPE INVALIDE : ' w-Etape-Choix
                 MOVE 8 TO w-Etape-Code-Retour
                 IF w-Etape-Code-Retour > w-Job-Code-Retour
                    MOVE w-Etape-Code-Retour TO w-Job-Code-Retour
           ACCEPT w-Etape-Fin-Heure FROM TIME

           MOVE w-Nb-Etapes          TO L-LOG-E-NUM
           MOVE w-Etape-Choix        TO L-LOG-E-CHOIX
           MOVE w-Etape-Debut-Date   TO L-LOG-E-DEB-DATE
           MOVE w-Etape-Debut-Heure  TO L-LOG-E-DEB-HEURE
           MOVE w-Etape-Fin-Date     TO L-LOG-E-FIN-DATE
           MOVE w-Etape-Code-Retour  TO L-LOG-E-CR

           WRITE ENR-LOG FROM L-LOG-ETAPE

      *    Appel du paragraphe : EVENEMENT-ETAPE
           PERFORM EVENEMENT-ETAPE
           .

      *=================================================================
       EVENEMENT-ETAPE.
      *=================================================================
      *    Chaque etape journalisee est publiee sur le fil
      *    d'evenements, la gravite suivant son code retour : 0 (ou
      *    etape sautee) information, jusqu'a 11 alerte, au dela
      *    critique
           EVALUATE TRUE
              WHEN w-Etape-Code-Retour = 0
                 MOVE 'I' TO w-Evt-Severite
              WHEN w-Etape-Code-Retour < 12
                 MOVE 'W' TO w-Evt-Severite
              WHEN OTHER
                 MOVE 'C' TO w-Evt-Severite
           END-EVALUATE

           MOVE w-Nb-Etapes         TO w-Evt-Num
           MOVE w-Etape-Code-Retour TO w-Evt-CR

           MOVE 'ETAPE'  TO w-Evt-Code
           MOVE SPACES   TO w-Evt-Objet
           STRING 'ETAPE '      DELIMITED BY SIZE
                  w-Evt-Num     DELIMITED BY SIZE
                  ' CHOIX '     DELIMITED BY SIZE
                  w-Etape-Choix DELIMITED BY SIZE
                  INTO w-Evt-Objet
           END-STRING

           MOVE SPACES   TO w-Evt-Texte
           STRING 'FIN D''ETAPE CODE RETOUR ' DELIMITED BY SIZE
                  w-Evt-CR                    DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  L-LOG-E-OBS                 DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
       CHARGEMENT-PLAN.
      *=================================================================
      *    Sans definition de flux, les etapes restent celles de
      *    Menu.cmd. Avec elle, la definition est chargee en entier
      *    (les jours feries peuvent suivre les etapes) avant de
      *    qualifier la date d'exploitation et de retenir les etapes
           SET w-Pln-Actif-Non TO TRUE
           MOVE 0 TO w-Flx-Nb
           MOVE 0 TO w-Fer-Nb
           MOVE 0 TO w-Pln-Nb
           SET L-FLX-EOF-NON TO TRUE

           OPEN INPUT F-FLX

           IF L-STS-FLX = 0
              SET w-Pln-Actif-Oui TO TRUE

              PERFORM UNTIL L-FLX-EOF-OUI
                 PERFORM LECTURE-FLUX
              END-PERFORM

              CLOSE F-FLX

              PERFORM DETERMINATION-DATE-PLAN
              PERFORM QUALIFICATION-DATE-PLAN

      *       Un jour ferie, la nuit n'a aucune etape
              IF w-Pln-Ferie-Non
                 PERFORM VARYING w-Flx-Idx FROM 1 BY 1
                            UNTIL w-Flx-Idx > w-Flx-Nb
                    PERFORM SELECTION-ETAPE-PLAN
                 END-PERFORM
              END-IF

              PERFORM ECRITURE-PLAN-JOURNAL
           END-IF
           .

      *=================================================================
       LECTURE-FLUX.
      *=================================================================
           READ F-FLX
           AT END
              SET L-FLX-EOF-OUI TO TRUE
           NOT AT END
              EVALUATE TRUE
                 WHEN ENR-FLX = SPACES
                    CONTINUE
                 WHEN FLX-TYPE-FERIE
                    IF FER-DATE IS NUMERIC AND w-Fer-Nb < 100
                       ADD 1 TO w-Fer-Nb
                       MOVE FER-DATE TO w-Fer-Date(w-Fer-Nb)
                    ELSE
                       DISPLAY 'FLUX : JOUR FERIE IGNORE : ' ENR-FLX
                    END-IF
                 WHEN FLX-TYPE-QUOTIDIEN
                   OR FLX-TYPE-SEMAINE
                   OR FLX-TYPE-FIN-MOIS
                   OR FLX-TYPE-DEBUT-MOIS
                    IF w-Flx-Nb < 99
                       ADD 1 TO w-Flx-Nb
                       MOVE FLX-TYPE      TO w-Flx-Type(w-Flx-Nb)
                       MOVE FLX-CHOIX     TO w-Flx-Choix(w-Flx-Nb)
                       MOVE FLX-CONDITION TO w-Flx-Condition(w-Flx-Nb)
                       MOVE FLX-JOUR      TO w-Flx-Jour(w-Flx-Nb)
                    ELSE
                       DISPLAY 'FLUX : DEFINITION PLEINE (99 MAX), '
                               'LIGNE IGNOREE : ' ENR-FLX
                    END-IF
                 WHEN OTHER
                    DISPLAY 'FLUX : TYPE INCONNU, LIGNE IGNOREE : '
                            ENR-FLX
              END-EVALUATE
           END-READ
           .

      *=================================================================
       DETERMINATION-DATE-PLAN.
      *=================================================================
      *    Date d'exploitation : tete du calendrier de Hello2 ; a
      *    defaut (premiere mise en place), la date systeme, signalee
      *    au journal
           SET w-Pln-Cal-Absent-Oui TO TRUE

           OPEN INPUT F-CAL

           IF L-STS-CAL = 0
              READ F-CAL
              IF L-STS-CAL = 0 AND ENR-CAL IS NUMERIC
                 MOVE ENR-CAL TO w-Pln-Date
                 IF w-Pln-MM > 0 AND w-Pln-MM < 13
                    AND w-Pln-JJ > 0 AND w-Pln-JJ < 32
                    SET w-Pln-Cal-Absent-Non TO TRUE
                 END-IF
              END-IF
              CLOSE F-CAL
           END-IF

           IF w-Pln-Cal-Absent-Oui
              DISPLAY 'CALENDRIER ABSENT : PLAN SUR LA DATE SYSTEME'
              ACCEPT w-Pln-Date FROM DATE YYYYMMDD
           END-IF
           .

      *=================================================================
       QUALIFICATION-DATE-PLAN.
      *=================================================================
      *    Jour de la semaine, jour ferie, et place de la date parmi
      *    les jours ouvres de son mois : dernier jour ouvre = fin de
      *    mois, premier jour ouvre = debut de mois
           MOVE w-Pln-Date TO w-Clc-Date
           PERFORM CONTROLE-JOUR-OUVRE
           MOVE w-Clc-Jour-Semaine TO w-Pln-Jour-Semaine

           SET w-Pln-Ferie-Non TO TRUE
           PERFORM VARYING w-Fer-Idx FROM 1 BY 1
                      UNTIL w-Fer-Idx > w-Fer-Nb
              IF w-Fer-Date(w-Fer-Idx) = w-Pln-Date
                 SET w-Pln-Ferie-Oui TO TRUE
              END-IF
           END-PERFORM

           SET w-Pln-Fin-Mois-Non   TO TRUE
           SET w-Pln-Debut-Mois-Non TO TRUE

           IF w-Clc-Ouvre-Oui
              PERFORM CALCUL-LONGUEUR-MOIS

      *       Fin de mois : aucun jour ouvre apres la date dans le mois
              SET w-Clc-Trouve-Non TO TRUE
              PERFORM VARYING w-Clc-Jour FROM w-Pln-JJ BY 1
                         UNTIL w-Clc-Jour >= w-Clc-Nb-Jours
                            OR w-Clc-Trouve-Oui
                 MOVE w-Pln-Date TO w-Clc-Date
                 COMPUTE w-Clc-JJ = w-Clc-Jour + 1
                 PERFORM CONTROLE-JOUR-OUVRE
                 IF w-Clc-Ouvre-Oui
                    SET w-Clc-Trouve-Oui TO TRUE
                 END-IF
              END-PERFORM
              IF w-Clc-Trouve-Non
                 SET w-Pln-Fin-Mois-Oui TO TRUE
              END-IF

      *       Debut de mois : aucun jour ouvre avant la date
              SET w-Clc-Trouve-Non TO TRUE
              PERFORM VARYING w-Clc-Jour FROM 1 BY 1
                         UNTIL w-Clc-Jour >= w-Pln-JJ
                            OR w-Clc-Trouve-Oui
                 MOVE w-Pln-Date TO w-Clc-Date
                 MOVE w-Clc-Jour TO w-Clc-JJ
                 PERFORM CONTROLE-JOUR-OUVRE
                 IF w-Clc-Ouvre-Oui
                    SET w-Clc-Trouve-Oui TO TRUE
                 END-IF
              END-PERFORM
              IF w-Clc-Trouve-Non
                 SET w-Pln-Debut-Mois-Oui TO TRUE
              END-IF
           END-IF
           .

      *=================================================================
       CONTROLE-JOUR-OUVRE.
      *=================================================================
      *    Jour ouvre : du lundi au vendredi, hors jours feries
           PERFORM CALCUL-JOUR-SEMAINE

           SET w-Clc-Ouvre-Non TO TRUE

           IF w-Clc-Jour-Semaine < 6
              SET w-Clc-Ouvre-Oui TO TRUE
              PERFORM VARYING w-Fer-Idx FROM 1 BY 1
                         UNTIL w-Fer-Idx > w-Fer-Nb
                 IF w-Fer-Date(w-Fer-Idx) = w-Clc-Date-N
                    SET w-Clc-Ouvre-Non TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .

      *=================================================================
       CALCUL-JOUR-SEMAINE.
      *=================================================================
      *    Congruence de Zeller (janvier et fevrier comptes comme
      *    mois 13 et 14 de l'annee precedente) : 0 = samedi ...
      *    6 = vendredi, ramene a 1 = lundi ... 7 = dimanche
           MOVE w-Clc-AAAA TO w-Clc-A
           MOVE w-Clc-MM   TO w-Clc-M

           IF w-Clc-M < 3
              ADD 12 TO w-Clc-M
              SUBTRACT 1 FROM w-Clc-A
           END-IF

           COMPUTE w-Clc-Q = (13 * (w-Clc-M + 1)) / 5
           DIVIDE w-Clc-A BY 4   GIVING w-Clc-Q4
           DIVIDE w-Clc-A BY 100 GIVING w-Clc-Q100
           DIVIDE w-Clc-A BY 400 GIVING w-Clc-Q400

           COMPUTE w-Clc-H = w-Clc-JJ + w-Clc-Q + w-Clc-A
                           + w-Clc-Q4 - w-Clc-Q100 + w-Clc-Q400

           DIVIDE w-Clc-H BY 7 GIVING w-Clc-Q REMAINDER w-Clc-R

           IF w-Clc-R < 2
              COMPUTE w-Clc-Jour-Semaine = w-Clc-R + 6
           ELSE
              COMPUTE w-Clc-Jour-Semaine = w-Clc-R - 1
           END-IF
           .

      *=================================================================
       CALCUL-LONGUEUR-MOIS.
      *=================================================================
      *    Fevrier a 29 jours les annees bissextiles : divisibles par
      *    4, sauf les siecles non divisibles par 400
           MOVE w-Mois-Nb-Jours(w-Pln-MM) TO w-Clc-Nb-Jours

           IF w-Pln-MM = 2
              DIVIDE w-Pln-AAAA BY 4   GIVING w-Clc-Q
                     REMAINDER w-Clc-Q4
              DIVIDE w-Pln-AAAA BY 100 GIVING w-Clc-Q
                     REMAINDER w-Clc-Q100
              DIVIDE w-Pln-AAAA BY 400 GIVING w-Clc-Q
                     REMAINDER w-Clc-Q400
              IF w-Clc-Q4 = 0
                 AND (w-Clc-Q100 NOT = 0 OR w-Clc-Q400 = 0)
                 MOVE 29 TO w-Clc-Nb-Jours
              END-IF
           END-IF
           .

      *=================================================================
       SELECTION-ETAPE-PLAN.
      *=================================================================
           SET w-Pln-Retenue-Non TO TRUE

           EVALUATE w-Flx-Type(w-Flx-Idx)
              WHEN 'Q'
                 SET w-Pln-Retenue-Oui TO TRUE
              WHEN 'S'
                 IF w-Flx-Jour(w-Flx-Idx) = w-Pln-Jour-Semaine
                    SET w-Pln-Retenue-Oui TO TRUE
                 END-IF
              WHEN 'M'
                 IF w-Pln-Fin-Mois-Oui
                    SET w-Pln-Retenue-Oui TO TRUE
                 END-IF
              WHEN 'P'
                 IF w-Pln-Debut-Mois-Oui
                    SET w-Pln-Retenue-Oui TO TRUE
                 END-IF
           END-EVALUATE

           IF w-Pln-Retenue-Oui
              ADD 1 TO w-Pln-Nb
              MOVE w-Flx-Type(w-Flx-Idx)      TO w-Pln-Type(w-Pln-Nb)
              MOVE w-Flx-Choix(w-Flx-Idx)     TO w-Pln-Choix(w-Pln-Nb)
              MOVE w-Flx-Condition(w-Flx-Idx)
                TO w-Pln-Condition(w-Pln-Nb)
           END-IF
           .

      *=================================================================
       ECRITURE-PLAN-JOURNAL.
      *=================================================================
      *    Le plan est au journal avant toute etape : l'exploitation
      *    voit ce que la nuit devait faire, meme si elle s'arrete
           MOVE w-Pln-JJ   TO L-LOG-PE-JJ
           MOVE w-Pln-MM   TO L-LOG-PE-MM
           MOVE w-Pln-AAAA TO L-LOG-PE-AAAA
           MOVE w-Jour-Nom(w-Pln-Jour-Semaine) TO L-LOG-PE-JOUR

           EVALUATE TRUE
              WHEN w-Pln-Ferie-Oui
                 MOVE 'JOUR FERIE : AUCUNE ETAPE' TO L-LOG-PE-OBS
              WHEN w-Pln-Fin-Mois-Oui AND w-Pln-Debut-Mois-Oui
                 MOVE 'DEBUT ET FIN DE MOIS' TO L-LOG-PE-OBS
              WHEN w-Pln-Fin-Mois-Oui
                 MOVE 'FIN DE MOIS'          TO L-LOG-PE-OBS
              WHEN w-Pln-Debut-Mois-Oui
                 MOVE 'DEBUT DE MOIS'        TO L-LOG-PE-OBS
              WHEN OTHER
                 MOVE SPACES                 TO L-LOG-PE-OBS
           END-EVALUATE

           IF w-Pln-Cal-Absent-Oui
              MOVE 'CALENDRIER ABSENT, DATE SYSTEME' TO L-LOG-PE-OBS
           END-IF

           WRITE ENR-LOG FROM L-LOG-PLAN-ENTETE
           DISPLAY L-LOG-PLAN-ENTETE

           PERFORM VARYING w-Pln-Idx FROM 1 BY 1
                      UNTIL w-Pln-Idx > w-Pln-Nb
              MOVE w-Pln-Idx                  TO L-LOG-PD-NUM
              MOVE w-Pln-Choix(w-Pln-Idx)     TO L-LOG-PD-CHOIX
              MOVE w-Pln-Condition(w-Pln-Idx) TO L-LOG-PD-COND
              EVALUATE w-Pln-Type(w-Pln-Idx)
                 WHEN 'Q'
                    MOVE 'QUOTIDIENNE'   TO L-LOG-PD-TYPE
                 WHEN 'S'
                    MOVE 'HEBDOMADAIRE'  TO L-LOG-PD-TYPE
                 WHEN 'M'
                    MOVE 'FIN DE MOIS'   TO L-LOG-PD-TYPE
                 WHEN 'P'
                    MOVE 'DEBUT DE MOIS' TO L-LOG-PD-TYPE
              END-EVALUATE
              WRITE ENR-LOG FROM L-LOG-PLAN-ETAPE
           END-PERFORM

           MOVE w-Pln-Nb TO L-LOG-PP-NB
           WRITE ENR-LOG FROM L-LOG-PLAN-PIED
           .

      *=================================================================
       CHARGEMENT-POINT-REPRISE.
      *=================================================================
      *    Point de reprise laisse par la chaine precedente : l'etat
      *    retenu pour un rang est celui de la derniere ligne (une
      *    etape en echec puis reprise figure deux fois). Sans point
      *    de reprise, la chaine part de la premiere etape
           MOVE SPACES TO w-Rep-Table
           SET w-Rep-Echec-Non TO TRUE
           SET L-REP-EOF-NON TO TRUE

      *    Sans plan de la nuit, la date d'exploitation n'est pas
      *    connue : elle est notee a zero
           IF w-Pln-Actif-Non
              MOVE ZEROS TO w-Pln-Date
           END-IF

           OPEN INPUT F-REP

           IF L-STS-REP = 0
              PERFORM UNTIL L-REP-EOF-OUI
                 READ F-REP
                 AT END
                    SET L-REP-EOF-OUI TO TRUE
                 NOT AT END
      *             Un point laisse par le plan d'une autre date
      *             d'exploitation ne vaut pas pour celui-ci
                    IF REP-ETAPE IS NUMERIC AND REP-CR IS NUMERIC
                       AND REP-ETAPE > 0 AND REP-ETAPE < 100
                       AND (REP-DATE-PLAN NOT NUMERIC
                            OR REP-DATE-PLAN = w-Pln-Date)
                       MOVE REP-CHOIX TO w-Rep-Choix(REP-ETAPE)
                       MOVE REP-CR    TO w-Rep-CR(REP-ETAPE)
                       MOVE REP-ETAT  TO w-Rep-Etat(REP-ETAPE)
                    END-IF
                 END-READ
              END-PERFORM

              CLOSE F-REP
           END-IF

      *    La reprise se fait a la premiere etape ni terminee ni
      *    sautee : etape en echec, ou interrompue par une fin
      *    anormale avant d'avoir ete notee
           MOVE 0 TO w-Rep-Reprise

           PERFORM VARYING w-Rep-Idx FROM 1 BY 1
                      UNTIL w-Rep-Idx > 99 OR w-Rep-Reprise > 0
              IF w-Rep-Etat(w-Rep-Idx) NOT = 'T'
                 AND w-Rep-Etat(w-Rep-Idx) NOT = 'S'
                 MOVE w-Rep-Idx TO w-Rep-Reprise
              END-IF
           END-PERFORM

           IF w-Rep-Reprise = 0
              MOVE 100 TO w-Rep-Reprise
           END-IF

           IF w-Rep-Reprise > 1
              DISPLAY 'REPRISE DE LA CHAINE A L''ETAPE ' w-Rep-Reprise
              MOVE w-Rep-Reprise TO L-LOG-R-NUM
              WRITE ENR-LOG FROM L-LOG-REPRISE
           ELSE
      *       Rien a reprendre : le point de la chaine precedente est
      *       vide pour ne pas se meler a celui de cette chaine
              PERFORM ANNULATION-POINT-REPRISE
           END-IF
           .

      *=================================================================
       CONTROLE-REPRISE-ETAPE.
      *=================================================================
      *    Une etape de rang inferieur au point de reprise est deja
      *    faite, a condition que la ligne de commande soit toujours
      *    la meme : un fichier de commandes modifie depuis l'echec
      *    fait tout executer a partir de la premiere difference
           SET w-Etape-Deja-Faite-Non TO TRUE

           IF w-Nb-Etapes < w-Rep-Reprise
              IF w-Rep-Choix(w-Nb-Etapes) = w-Etape-Choix
                 SET w-Etape-Deja-Faite-Oui TO TRUE
              ELSE
                 DISPLAY 'ETAPE ' w-Nb-Etapes ' MODIFIEE DEPUIS '
                         'L''ECHEC : REPRISE ARRETEE A CETTE ETAPE'
                 MOVE w-Nb-Etapes TO w-Rep-Reprise
              END-IF
           END-IF
           .

      *=================================================================
       RESTITUTION-ETAPE-REPRISE.
      *=================================================================
      *    L'etape n'est pas relancee : son code retour d'origine
      *    compte pour le code retour du job et, si elle a tourne,
      *    pour les conditions des etapes suivantes
           MOVE w-Etape-Choix TO w-Choix
           MOVE w-Rep-CR(w-Nb-Etapes) TO w-Etape-Code-Retour

           IF w-Rep-Etat(w-Nb-Etapes) = 'T'
              AND w-Choix-Valide AND NOT w-Choix-Interactif
              PERFORM MEMORISATION-CODE-ETAPE
              IF w-Choix-Hello2
                 SET w-Hello2-Executee-Oui TO TRUE
                 MOVE w-Etape-Code-Retour TO w-Hello2-Code-Retour
              END-IF
           END-IF

           IF w-Etape-Code-Retour > w-Job-Code-Retour
              MOVE w-Etape-Code-Retour TO w-Job-Code-Retour
           END-IF

           DISPLAY 'ETAPE DEJA FAITE : ' w-Etape-Choix
                   ' (CODE RETOUR ' w-Rep-CR(w-Nb-Etapes) ')'

           ACCEPT w-Etape-Debut-Date  FROM DATE YYYYMMDD
           ACCEPT w-Etape-Debut-Heure FROM TIME

           MOVE w-Nb-Etapes          TO L-LOG-E-NUM
           MOVE w-Etape-Choix        TO L-LOG-E-CHOIX
           MOVE w-Etape-Debut-Date   TO L-LOG-E-DEB-DATE
           MOVE w-Etape-Debut-Heure  TO L-LOG-E-DEB-HEURE
           MOVE w-Etape-Debut-Date   TO L-LOG-E-FIN-DATE
           MOVE w-Etape-Debut-Heure  TO L-LOG-E-FIN-HEURE
           MOVE w-Etape-Code-Retour  TO L-LOG-E-CR
           MOVE 'REPRISE'            TO L-LOG-E-OBS

           WRITE ENR-LOG FROM L-LOG-ETAPE
           .

      *=================================================================
       MEMORISATION-POINT-REPRISE.
      *=================================================================
      *    L'etape est notee des sa fin : une fin anormale de l'etape
      *    suivante laisse un point de reprise exact. Un incident sur
      *    le fichier est seulement signale, la chaine continue
           IF L-LOG-E-OBS = 'SAUTEE'
              MOVE 'S' TO w-Rep-Etat-Etape
           ELSE
              IF w-Etape-Code-Retour >= 12
                 MOVE 'E' TO w-Rep-Etat-Etape
                 SET w-Rep-Echec-Oui TO TRUE
              ELSE
                 MOVE 'T' TO w-Rep-Etat-Etape
              END-IF
           END-IF

           OPEN EXTEND F-REP

           IF L-STS-REP = 35
              OPEN OUTPUT F-REP
           END-IF

           IF L-STS-REP NOT = 0
              DISPLAY 'Erreur ouverture fichier REPRISE'
           ELSE
              MOVE SPACES              TO ENR-REP
              MOVE w-Nb-Etapes         TO REP-ETAPE
              MOVE w-Etape-Choix       TO REP-CHOIX
              MOVE w-Etape-Code-Retour TO REP-CR
              MOVE w-Rep-Etat-Etape    TO REP-ETAT
              MOVE w-Etape-Fin-Date    TO REP-DATE
              MOVE w-Etape-Fin-Heure   TO REP-HEURE
              MOVE w-Pln-Date          TO REP-DATE-PLAN

              WRITE ENR-REP

              IF L-STS-REP NOT = 0
                 DISPLAY 'Erreur ecriture fichier REPRISE'
              END-IF

              CLOSE F-REP
           END-IF
           .

      *=================================================================
       ANNULATION-POINT-REPRISE.
      *=================================================================
           OPEN OUTPUT F-REP

           IF L-STS-REP NOT = 0
              DISPLAY 'Erreur ouverture fichier REPRISE'
           ELSE
              CLOSE F-REP
           END-IF
           .

      *=================================================================
       EXECUTION-REPRISE.
      *=================================================================
      *    Annuler le point de reprise fait repartir la prochaine
      *    chaine de la premiere etape, y compris les etapes deja
      *    faites : reserve au profil superviseur et confirme
           IF NOT w-Opr-Superviseur
              DISPLAY 'OPTION RESERVEE AUX SUPERVISEURS'
              MOVE 'OPTION REPRI REFUSEE'  TO L-JRN-TEXTE
              MOVE 'OPR'                   TO L-JRN-DISPO
              MOVE w-Operateur             TO L-JRN-OPR
              PERFORM JOURNALISATION-MENU
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM AFFICHAGE-POINT-REPRISE

              DISPLAY 'ANNULER LE POINT DE REPRISE ET RELANCER LA '
                      'CHAINE DU DEBUT (O/N) ?'
              ACCEPT w-Confirmation-Reprise

              IF w-Reprise-Confirmee
                 PERFORM ANNULATION-POINT-REPRISE
                 DISPLAY 'POINT DE REPRISE ANNULE'
                 MOVE 'POINT REPRISE ANNULE'  TO L-JRN-TEXTE
                 MOVE 'RAZ'                   TO L-JRN-DISPO
                 MOVE w-Operateur             TO L-JRN-OPR
                 PERFORM JOURNALISATION-MENU
              END-IF
           END-IF
           .

      *=================================================================
       AFFICHAGE-POINT-REPRISE.
      *=================================================================
           SET L-REP-EOF-NON TO TRUE

           OPEN INPUT F-REP

           IF L-STS-REP NOT = 0
              DISPLAY 'AUCUN POINT DE REPRISE'
           ELSE
              DISPLAY 'ETAPES NOTEES AU POINT DE REPRISE :'
              PERFORM UNTIL L-REP-EOF-OUI
                 READ F-REP
                 AT END
                    SET L-REP-EOF-OUI TO TRUE
                 NOT AT END
                    DISPLAY '  ' ENR-REP
                 END-READ
              END-PERFORM

              CLOSE F-REP
           END-IF
           .

      *=================================================================
      *    un prealable en echec
           SET w-Condition-Ok TO TRUE

           IF w-Etape-Condition NOT = SPACE
              MOVE 0 TO w-Crc-Trouvee

              PERFORM VARYING w-Crc-Idx FROM 1 BY 1
                         UNTIL w-Crc-Idx > w-Crc-Nb
                 IF w-Crc-Choix(w-Crc-Idx) = w-Etape-Condition
                    MOVE w-Crc-Idx TO w-Crc-Trouvee
                 END-IF
              END-PERFORM
           IF w-Crc-Trouvee > 0
              MOVE w-Etape-Code-Retour TO w-Crc-CR(w-Crc-Trouvee)
           ELSE
              IF w-Crc-Nb < 40
                 ADD 1 TO w-Crc-Nb
                 MOVE w-Choix             TO w-Crc-Choix(w-Crc-Nb)
                 MOVE w-Etape-Code-Retour TO w-Crc-CR(w-Crc-Nb)
              ELSE
      *          Code non memorise : les conditions qui en dependent
      *          ne seraient plus fiables, le job finit en erreur
                 DISPLAY 'Erreur : table des codes retour d''etape '
                         'pleine (40 max), choix ' w-Choix
                 IF w-Job-Code-Retour < 12
                    MOVE 12 TO w-Job-Code-Retour
                 END-IF
              END-IF
           END-IF
           .
                 PERFORM EXECUTION-CONSULT
              WHEN w-Choix-Regmnt
                 PERFORM EXECUTION-REGMNT
              WHEN w-Choix-Importe
                 PERFORM EXECUTION-IMPORTE
              WHEN w-Choix-Prevol
                 PERFORM EXECUTION-PREVOL
              WHEN w-Choix-Attendu
                 PERFORM EXECUTION-ATTENDU
              WHEN w-Choix-Consol
                 PERFORM EXECUTION-CONSOL
              WHEN w-Choix-Verifidx
                 PERFORM EXECUTION-PURGIDX
              WHEN w-Choix-Releve
                 PERFORM EXECUTION-RELEVE
              WHEN w-Choix-Facture
                 PERFORM EXECUTION-FACTURE
              WHEN w-Choix-Matin
                 PERFORM EXECUTION-MATIN
              WHEN w-Choix-Deverrou
                 PERFORM EXECUTION-DEVERROUILLAGE
              WHEN w-Choix-Verrou
                 PERFORM EXECUTION-LIBERATION-VERROU
              WHEN w-Choix-Suspens
                 PERFORM EXECUTION-SUSPENS
              WHEN w-Choix-Reprise
                 PERFORM EXECUTION-REPRISE
              WHEN w-Choix-Retour
                 PERFORM EXECUTION-RETOUR
              WHEN w-Choix-Securite
                 PERFORM EXECUTION-SECURITE
              WHEN w-Choix-Double
                 PERFORM EXECUTION-DOUBLE-CONTROLE
              WHEN w-Choix-Fin
                 CONTINUE
           END-EVALUATE
                      'PLUS. LIBERER LE VERROU (O/N) ?'
              ACCEPT w-Confirmation-Verrou

      *       La liberation n'est qu'une demande : elle n'a lieu
      *       qu'au visa d'un second superviseur (option W)
              IF w-Verrou-Confirme
                 PERFORM CHARGEMENT-DEMANDES
                 MOVE 'VLB'        TO w-Apb-Saisie-Type
                 MOVE 'Hello2.lck' TO w-Apb-Saisie-Objet
                 PERFORM AJOUT-DEMANDE
              END-IF
           END-IF
           .

      *=================================================================
       LIBERATION-VERROU-VISEE.
      *=================================================================
      *    Liberation effective, au visa de la demande : l'operateur
      *    de la ligne d'audit VLB est le viseur, le motif porte le
      *    numero de la demande et son demandeur. En echec, la
      *    demande reste en attente
           MOVE 'L'         TO w-Verrou-Action
           MOVE w-Operateur TO w-Verrou-Operateur

           CALL 'Verrou' USING w-Verrou-Demande

           IF w-Verrou-Code-Retour = 0
              DISPLAY 'VERROU LIBERE'
              SET APB-STATUT-UTILISEE TO TRUE
              MOVE 'VERROU LIBERE'         TO L-JRN-TEXTE
              MOVE 'VLB'                   TO L-JRN-DISPO
              MOVE w-Operateur             TO L-JRN-OPR
              MOVE APB-OBJET               TO L-JRN-FICHIER
              MOVE APB-NUMERO              TO w-Apb-Motif-Num
              MOVE APB-DEMANDEUR           TO w-Apb-Motif-Dem
              MOVE w-Apb-Motif             TO L-JRN-MOTIF
              PERFORM JOURNALISATION-MENU
           ELSE
              DISPLAY 'LIBERATION EN ECHEC, CODE '
                      w-Verrou-Code-Retour
              SET APB-STATUT-ATTENTE TO TRUE
              MOVE SPACES TO APB-VISEUR
              MOVE 0      TO APB-DATE-VISA
              MOVE 0      TO APB-HEURE-VISA
           END-IF
           .

      *=================================================================
       EXECUTION-DOUBLE-CONTROLE.
      *=================================================================
      *    Demandes et visas des actions sensibles : reserve au profil
      *    superviseur, tout refus est journalise. Le dialogue boucle
      *    jusqu'a F, la liste etant reaffichee a chaque tour
           IF NOT w-Opr-Superviseur
              DISPLAY 'OPTION RESERVEE AUX SUPERVISEURS'
              MOVE 'OPTION DOUBL REFUSEE'  TO L-JRN-TEXTE
              MOVE 'OPR'                   TO L-JRN-DISPO
              MOVE w-Operateur             TO L-JRN-OPR
              PERFORM JOURNALISATION-MENU
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM WITH TEST AFTER UNTIL w-Apb-Action-Fin
                 PERFORM CHARGEMENT-DEMANDES
                 PERFORM AFFICHAGE-DEMANDES

                 DISPLAY 'D=DEMANDER  V=VISER  R=REJETER  F=FIN ?'
                 ACCEPT w-Apb-Action

                 EVALUATE TRUE
                    WHEN w-Apb-Action-Demande
                       PERFORM SAISIE-DEMANDE
                    WHEN w-Apb-Action-Visa
                       PERFORM VISA-DEMANDE
                    WHEN w-Apb-Action-Rejet
                       PERFORM REJET-DEMANDE
                    WHEN w-Apb-Action-Fin
                       CONTINUE
                    WHEN OTHER
                       DISPLAY 'ACTION INVALIDE'
                 END-EVALUATE
              END-PERFORM
           END-IF
           .

      *=================================================================
       PRESENTATION-DEMANDES.
      *=================================================================
           PERFORM CHARGEMENT-DEMANDES

           IF w-Apb-Nb-Ouvertes > 0
              DISPLAY SPACE
              DISPLAY '***** DEMANDES DE DOUBLE CONTROLE OUVERTES : '
                      w-Apb-Nb-Ouvertes ' *****'
              PERFORM AFFICHAGE-DEMANDES
           END-IF
           .

      *=================================================================
       CHARGEMENT-DEMANDES.
      *=================================================================
      *    Fichier absent (aucune demande encore) : table vide
           MOVE 0 TO w-Apb-Nb
           MOVE 0 TO w-Apb-Nb-Ouvertes
           MOVE 0 TO w-Apb-Dernier-Num
           SET w-Apb-Debordement-Non TO TRUE
           SET L-APB-EOF-NON TO TRUE

           OPEN INPUT F-APB

           IF L-STS-APB NOT = 0
              SET L-APB-EOF-OUI TO TRUE
           ELSE
              PERFORM UNTIL L-APB-EOF-OUI
                 PERFORM LECTURE-DEMANDE
              END-PERFORM
              CLOSE F-APB
           END-IF
           .

      *=================================================================
       LECTURE-DEMANDE.
      *=================================================================
           READ F-APB
           AT END
              SET L-APB-EOF-OUI TO TRUE
           NOT AT END
              IF APB-NUMERO IS NUMERIC
                 AND APB-NUMERO > w-Apb-Dernier-Num
                 MOVE APB-NUMERO TO w-Apb-Dernier-Num
              END-IF
              IF w-Apb-Nb < 200
                 ADD 1 TO w-Apb-Nb
                 MOVE ENR-APB TO w-Apb-Entree(w-Apb-Nb)
                 IF APB-STATUT-ATTENTE OR APB-STATUT-VISEE
                    ADD 1 TO w-Apb-Nb-Ouvertes
                 END-IF
              ELSE
                 DISPLAY 'Alerte : table des demandes pleine (200 '
                         'max)'
                 SET w-Apb-Debordement-Oui TO TRUE
              END-IF
           END-READ
           .

      *=================================================================
       AFFICHAGE-DEMANDES.
      *=================================================================
      *    Seules les demandes ouvertes sont listees : en attente de
      *    visa, ou visees et pas encore utilisees par Hello2
           IF w-Apb-Nb-Ouvertes = 0
              DISPLAY 'AUCUNE DEMANDE DE DOUBLE CONTROLE OUVERTE'
           END-IF

           PERFORM VARYING w-Apb-Idx FROM 1 BY 1
                      UNTIL w-Apb-Idx > w-Apb-Nb
              MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
              IF APB-STATUT-ATTENTE
                 DISPLAY APB-NUMERO ' ' APB-TYPE ' ' APB-OBJET
                         ' DEMANDE PAR ' APB-DEMANDEUR
                         ' LE ' APB-DATE-DEM ' - EN ATTENTE DE VISA'
              END-IF
              IF APB-STATUT-VISEE
                 DISPLAY APB-NUMERO ' ' APB-TYPE ' ' APB-OBJET
                         ' DEMANDE PAR ' APB-DEMANDEUR
                         ' - VISEE PAR ' APB-VISEUR
                         ', A UTILISER PAR HELLO2'
              END-IF
           END-PERFORM
           .

      *=================================================================
       SAISIE-DEMANDE.
      *=================================================================
      *    Les demandes de liberation du verrou passent par l'option
      *    L ; ici : carte de forcage ou fichier de mouvements C/S
           MOVE SPACES TO w-Apb-Saisie-Type
           MOVE SPACES TO w-Apb-Saisie-Objet

           DISPLAY 'ACTION : FRC=CHARGEMENT FORCE  MVT=FICHIER DE '
                   'MOUVEMENTS C/S ?'
           ACCEPT w-Apb-Saisie-Type

           IF NOT w-Apb-Saisie-Type-Valide
              DISPLAY 'ACTION INVALIDE'
           ELSE
              IF w-Apb-Saisie-Type = 'MVT'
                 DISPLAY 'NOM DU FICHIER DE MOUVEMENTS (TEL QUE DANS '
                         'Hello2.lst) ?'
                 ACCEPT w-Apb-Saisie-Objet
              ELSE
                 MOVE 'Hello2.frc' TO w-Apb-Saisie-Objet
              END-IF

              IF w-Apb-Saisie-Objet = SPACES
                 DISPLAY 'NOM DE FICHIER OBLIGATOIRE'
              ELSE
                 PERFORM AJOUT-DEMANDE
              END-IF
           END-IF
           .

      *=================================================================
       AJOUT-DEMANDE.
      *=================================================================
      *    Une meme action deja ouverte (en attente ou visee) n'est
      *    pas demandee deux fois
           MOVE 0 TO w-Apb-Trouvee

           PERFORM VARYING w-Apb-Idx FROM 1 BY 1
                      UNTIL w-Apb-Idx > w-Apb-Nb
              MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
              IF APB-TYPE = w-Apb-Saisie-Type
                 AND APB-OBJET = w-Apb-Saisie-Objet
                 AND (APB-STATUT-ATTENTE OR APB-STATUT-VISEE)
                 MOVE w-Apb-Idx TO w-Apb-Trouvee
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN w-Apb-Trouvee > 0
                 MOVE w-Apb-Entree(w-Apb-Trouvee) TO ENR-APB
                 DISPLAY 'DEMANDE DEJA OUVERTE : ' APB-NUMERO
              WHEN w-Apb-Debordement-Oui OR w-Apb-Nb >= 200
                 DISPLAY 'DEMANDE REFUSEE : FICHIER DES DEMANDES '
                         'PLEIN (200), A APURER PAR L''EXPLOITATION'
              WHEN OTHER
                 ADD 1 TO w-Apb-Dernier-Num
                 MOVE SPACES             TO ENR-APB
                 MOVE w-Apb-Dernier-Num  TO APB-NUMERO
                 MOVE w-Apb-Saisie-Type  TO APB-TYPE
                 MOVE w-Apb-Saisie-Objet TO APB-OBJET
                 MOVE w-Operateur        TO APB-DEMANDEUR
                 ACCEPT APB-DATE-DEM  FROM DATE YYYYMMDD
                 ACCEPT APB-HEURE-DEM FROM TIME
                 SET APB-STATUT-ATTENTE  TO TRUE
                 MOVE SPACES             TO APB-VISEUR
                 MOVE 0                  TO APB-DATE-VISA
                 MOVE 0                  TO APB-HEURE-VISA

                 ADD 1 TO w-Apb-Nb
                 MOVE ENR-APB TO w-Apb-Entree(w-Apb-Nb)
                 PERFORM REECRITURE-DEMANDES

                 DISPLAY 'DEMANDE ' APB-NUMERO ' ENREGISTREE : VISA '
                         'D''UN SECOND SUPERVISEUR REQUIS (OPTION W)'

                 MOVE 'DEMANDE DOUBLE CTRL'  TO L-JRN-TEXTE
                 MOVE 'DDC'                  TO L-JRN-DISPO
                 MOVE w-Operateur            TO L-JRN-OPR
                 MOVE APB-OBJET              TO L-JRN-FICHIER
                 MOVE APB-NUMERO             TO w-Apb-Motif-Num
                 MOVE APB-TYPE               TO w-Apb-Motif-Dem
                 MOVE w-Apb-Motif            TO L-JRN-MOTIF
                 PERFORM JOURNALISATION-MENU
           END-EVALUATE
           .

      *=================================================================
       RECHERCHE-DEMANDE.
      *=================================================================
           MOVE 0 TO w-Apb-Saisie-Num
           MOVE 0 TO w-Apb-Trouvee

           DISPLAY 'NUMERO DE LA DEMANDE ?'
           ACCEPT w-Apb-Saisie-Num

           PERFORM VARYING w-Apb-Idx FROM 1 BY 1
                      UNTIL w-Apb-Idx > w-Apb-Nb
              MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
              IF APB-NUMERO = w-Apb-Saisie-Num
                 MOVE w-Apb-Idx TO w-Apb-Trouvee
              END-IF
           END-PERFORM

           IF w-Apb-Trouvee > 0
              MOVE w-Apb-Entree(w-Apb-Trouvee) TO ENR-APB
           END-IF
           .

      *=================================================================
       VISA-DEMANDE.
      *=================================================================
      *    Le visa doit venir d'un superviseur autre que le demandeur ;
      *    une tentative de viser sa propre demande est journalisee
      *    comme un refus. Une liberation de verrou visee a lieu tout
      *    de suite ; forcage et mouvements attendent Hello2
           PERFORM RECHERCHE-DEMANDE

           EVALUATE TRUE
              WHEN w-Apb-Trouvee = 0
                 DISPLAY 'DEMANDE INCONNUE'
              WHEN NOT APB-STATUT-ATTENTE
                 DISPLAY 'DEMANDE ' APB-NUMERO
                         ' NON EN ATTENTE DE VISA (STATUT '
                         APB-STATUT ')'
              WHEN APB-DEMANDEUR = w-Operateur
                 DISPLAY 'VISA REFUSE : LE DEMANDEUR NE PEUT PAS '
                         'VISER SA PROPRE DEMANDE'
                 MOVE 'VISA PROPRE DEMANDE'  TO L-JRN-TEXTE
                 MOVE 'OPR'                  TO L-JRN-DISPO
                 MOVE w-Operateur            TO L-JRN-OPR
                 MOVE APB-OBJET              TO L-JRN-FICHIER
                 MOVE APB-NUMERO             TO w-Apb-Motif-Num
                 MOVE APB-DEMANDEUR          TO w-Apb-Motif-Dem
                 MOVE w-Apb-Motif            TO L-JRN-MOTIF
                 PERFORM JOURNALISATION-MENU
              WHEN OTHER
                 SET APB-STATUT-VISEE TO TRUE
                 MOVE w-Operateur     TO APB-VISEUR
                 ACCEPT APB-DATE-VISA  FROM DATE YYYYMMDD
                 ACCEPT APB-HEURE-VISA FROM TIME

                 MOVE 'VISA DOUBLE CTRL'     TO L-JRN-TEXTE
                 MOVE 'VIS'                  TO L-JRN-DISPO
                 MOVE w-Operateur            TO L-JRN-OPR
                 MOVE APB-OBJET              TO L-JRN-FICHIER
                 MOVE APB-NUMERO             TO w-Apb-Motif-Num
                 MOVE APB-DEMANDEUR          TO w-Apb-Motif-Dem
                 MOVE w-Apb-Motif            TO L-JRN-MOTIF
                 PERFORM JOURNALISATION-MENU

                 IF APB-TYPE-VERROU
                    PERFORM LIBERATION-VERROU-VISEE
                 ELSE
                    DISPLAY 'DEMANDE ' APB-NUMERO ' VISEE'
                 END-IF

                 MOVE ENR-APB TO w-Apb-Entree(w-Apb-Trouvee)
                 PERFORM REECRITURE-DEMANDES
           END-EVALUATE
           .

      *=================================================================
       REJET-DEMANDE.
      *=================================================================
      *    Une demande ouverte (en attente, ou visee et pas encore
      *    utilisee) peut etre rejetee par tout superviseur, son
      *    demandeur compris qui la retire ainsi
           PERFORM RECHERCHE-DEMANDE

           EVALUATE TRUE
              WHEN w-Apb-Trouvee = 0
                 DISPLAY 'DEMANDE INCONNUE'
              WHEN NOT APB-STATUT-ATTENTE AND NOT APB-STATUT-VISEE
                 DISPLAY 'DEMANDE ' APB-NUMERO ' DEJA SOLDEE (STATUT '
                         APB-STATUT ')'
              WHEN OTHER
                 SET APB-STATUT-REJETEE TO TRUE
                 MOVE w-Operateur       TO APB-VISEUR
                 ACCEPT APB-DATE-VISA  FROM DATE YYYYMMDD
                 ACCEPT APB-HEURE-VISA FROM TIME
                 MOVE ENR-APB TO w-Apb-Entree(w-Apb-Trouvee)

                 DISPLAY 'DEMANDE ' APB-NUMERO ' REJETEE'

                 MOVE 'REJET DOUBLE CTRL'    TO L-JRN-TEXTE
                 MOVE 'RFV'                  TO L-JRN-DISPO
                 MOVE w-Operateur            TO L-JRN-OPR
                 MOVE APB-OBJET              TO L-JRN-FICHIER
                 MOVE APB-NUMERO             TO w-Apb-Motif-Num
                 MOVE APB-DEMANDEUR          TO w-Apb-Motif-Dem
                 MOVE w-Apb-Motif            TO L-JRN-MOTIF
                 PERFORM JOURNALISATION-MENU

                 PERFORM REECRITURE-DEMANDES
           END-EVALUATE
           .

      *=================================================================
       REECRITURE-DEMANDES.
      *=================================================================
      *    Le fichier est reecrit en entier depuis la table ; en
      *    debordement la reecriture est refusee pour ne perdre aucune
      *    demande au dela de la table
           IF w-Apb-Debordement-Oui
              DISPLAY 'Erreur : fichier des DEMANDES au dela de la '
                      'table, non reecrit'
           ELSE
              OPEN OUTPUT F-APB

              IF L-STS-APB NOT = 0
                 DISPLAY 'Erreur reecriture fichier DEMANDES'
              ELSE
                 PERFORM VARYING w-Apb-Idx FROM 1 BY 1
                            UNTIL w-Apb-Idx > w-Apb-Nb
                    MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
                    WRITE ENR-APB
                 END-PERFORM
                 CLOSE F-APB
              END-IF
           END-IF
           .

      *=================================================================
       EXECUTION-SUSPENS.
      *=================================================================
      *    Liberer un fichier suspendu le fait charger en entier au
      *    lot suivant : la decision est reservee au profil
      *    superviseur, tout refus est journalise
           IF NOT w-Opr-Superviseur
              DISPLAY 'OPTION RESERVEE AUX SUPERVISEURS'
              MOVE 'OPTION SUSPE REFUSEE'  TO L-JRN-TEXTE
              MOVE 'OPR'                    TO L-JRN-DISPO
              MOVE w-Operateur              TO L-JRN-OPR
              PERFORM JOURNALISATION-MENU
              MOVE 8 TO RETURN-CODE
           ELSE
              CALL 'Suspens'
           END-IF
           .

      *=================================================================
       EXECUTION-RETOUR.
      *=================================================================
           CALL 'Retour'
           .

      *=================================================================
       EXECUTION-IMPORTE.
      *=================================================================
      *    Les fichiers convertis rejoignent Hello2.lst : l'etape se
      *    place avant Prevol dans la chaine
           CALL 'Importe'
           .

      *=================================================================
       EXECUTION-PREVOL.
      *=================================================================
           CALL 'Prevol'
           .

      *=================================================================
       EXECUTION-ATTENDU.
      *=================================================================
           CALL 'Attendu'
           .

      *=================================================================
       EXECUTION-CONSOL.
      *=================================================================
           CALL 'Releve'
           .

      *=================================================================
       EXECUTION-FACTURE.
      *=================================================================
      *    Le rapprochement porte sur Releve.rpt : l'etape se place
      *    apres Releve, pour le meme mois
           CALL 'Facture'
           .

      *=================================================================
       EXECUTION-MATIN.
      *=================================================================
           CALL 'Matin'
           .

      *=================================================================
       EXECUTION-SECURITE.
      *=================================================================
      *    Le rapport expose l'activite de chaque operateur : etape
      *    reservee au profil superviseur, tout refus est journalise
           IF NOT w-Opr-Superviseur
              DISPLAY 'OPTION RESERVEE AUX SUPERVISEURS'
              MOVE 'OPTION SECUR REFUSEE'  TO L-JRN-TEXTE
              MOVE 'OPR'                   TO L-JRN-DISPO
              MOVE w-Operateur             TO L-JRN-OPR
              PERFORM JOURNALISATION-MENU
              MOVE 8 TO RETURN-CODE
           ELSE
              CALL 'Securite'
           END-IF
           .

      *=================================================================
       EXECUTION-FIZZBUZZ.
      *=================================================================
