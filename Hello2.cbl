
      *--- Extrait d'interface delimite des detail acceptes, a
      *    destination de l'entrepot aval (cle;hello;world;fichier
      *    source;date de l'entete), borne par entete et trailer ;
      *    les corrections (C) et suppressions (S) appliquees au
      *    master y partent aussi, avec les valeurs avant/apres
           SELECT F-EXT     ASSIGN TO 'Hello2.ext'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-EXT.
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ORG.

      *--- Fichiers en suspens : un fichier dont le taux de rejets ou
      *    de doublons depasse le seuil de son origine est mis de cote
      *    en entier (rien au master ni a l'extrait) et catalogue ici,
      *    en attente de la decision d'un superviseur (Suspens) :
      *    liberation pour le lot suivant ou renvoi a l'emetteur
           SELECT F-SUS     ASSIGN TO 'Suspens.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-SUS.

      *--- Demandes de double controle visees dans Menu par un second
      *    superviseur : une carte de forcage ou un fichier portant
      *    des mouvements C/S n'est admis que sur une demande visee,
      *    soldee (utilisee) en fin de lot
           SELECT F-APB     ASSIGN TO 'Approb.fic'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-APB.

      *--- Rapport des fichiers mis en suspens par le lot, avec leurs
      *    comptes
           SELECT F-SRP     ASSIGN TO 'Hello2.sus'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-SRP.

      *--- Retours emetteurs : une ligne par detail rejete ou mis en
      *    quarantaine (image d'origine, motif et code motif) et une
      *    ligne par fichier du lot, eclatees ensuite par origine en
      *    fichiers retour (Retour)
           SELECT F-RET     ASSIGN TO 'Hello2.ret'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-RET.

      *--- Copie indexee de F-ENT pour la lecture directe par cle ;
      *    la cle alternee sur le contenu hello/world sert le controle
      *    de doublon par lecture directe
           SELECT F-ENT-IDX ASSIGN TO 'Hello2.idx'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS ENR-IDX-CLE
                            ALTERNATE RECORD KEY IS IDX-D-CONTENU
                               WITH DUPLICATES
                            FILE STATUS IS L-STS-IDX.

      *--- Nombre de detail du lot, transmis a Fizzbuzz pour sa borne
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CNT.

      *--- Carte parametre : nombre de generations datees conservees
      *    pour les sorties du lot (absente ou a zero : 7)
           SELECT F-PRM     ASSIGN TO 'Hello2.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.

      *--- Sortie du lot relue en fin de job pour sa generation
      *    (nom construit : Hello2.rpt, Hello2.rej, ...)
           SELECT F-GSR     ASSIGN TO w-Nom-Gen-Source
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-GSR.

      *--- Generation datee d'une sortie du lot (nom construit :
      *    Hello2AAAAMMJJ.rpt, ... a la date du lot)
           SELECT F-GEN     ASSIGN TO w-Nom-Generation
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-GEN.

      *--- Catalogue des generations : date du lot, heure de la
      *    generation et nombre de lignes de chaque sortie, tenu a
      *    jour a chaque lot (comme Audarc.cat et Sauvidx.cat)
           SELECT F-GCT     ASSIGN TO 'Hello2.cat'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-GCT.

      *=================================================================
       DATA DIVISION.
      *=================================================================
           RECORD CONTAINS 8 CHARACTERS.
       01  ENR-OVR             PIC 9(8).

      *--- Referentiel des origines : code et libelle de l'emetteur,
      *    seuils de suspension du fichier entier en pourcentage des
      *    detail lus (rejets au controle de forme, doublons du
      *    master) ; seuil a zero ou a blanc (ancien dessin, 35
      *    caracteres) : pas de suspension pour cette origine ;
      *    calendrier de livraison (non utilise ici, voir Attendu)
       FD  F-ORG
           RECORD CONTAINS 52 CHARACTERS.
       01  ENR-ORG.
           10  ORG-CODE       PIC X(5).
           10  ORG-LIBELLE    PIC X(30).
           10  ORG-SEUIL-REJ  PIC 9(3).
           10  ORG-SEUIL-DBL  PIC 9(3).
           10  ORG-JOURS      PIC X(7).
           10  ORG-HEURE-LIMITE PIC 9(4).

      *--- Fichier en suspens : nom, emetteur et date de l'entete,
      *    comptes du pre-controle, horodatage de la suspension, puis
      *    decision du superviseur (S en suspens, L libere pour le lot
      *    suivant, R renvoye a l'emetteur, T libere puis charge)
       FD  F-SUS
           RECORD CONTAINS 130 CHARACTERS.
       01  ENR-SUS.
           10  SUS-NOM-FICHIER   PIC X(60).
           10  SUS-ORIGINE       PIC X(5).
           10  SUS-DATE-FICHIER  PIC 9(8).
           10  SUS-NB-DETAIL     PIC 9(7).
           10  SUS-NB-REJ        PIC 9(7).
           10  SUS-NB-DBL        PIC 9(7).
           10  SUS-DATE          PIC 9(8).
           10  SUS-HEURE         PIC 9(8).
           10  SUS-STATUT        PIC X.
               88 SUS-STATUT-SUSPENS VALUE 'S'.
               88 SUS-STATUT-LIBERE  VALUE 'L'.
               88 SUS-STATUT-RENVOYE VALUE 'R'.
               88 SUS-STATUT-TRAITE  VALUE 'T'.
           10  SUS-OPR-DECISION  PIC X(8).
           10  SUS-DATE-DECISION PIC 9(8).
           10  FILLER            PIC X(3).

      *--- Demande de double controle (dessin de Menu)
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

      *--- Rapport des fichiers mis en suspens
       FD  F-SRP
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-SRP             PIC X(80).

      *--- Retour emetteur : L detail rejete ou doublon (image de
      *    l'enregistrement lu, code et texte du motif, cle master du
      *    doublon) ; F fichier du lot (nombre de detail lus, statut C
      *    charge ou S mis en suspens avec son code motif)
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

      *--- Copie indexee des enregistrements detail, cle sequentielle ;
      *    les zones hello/world sont detaillees pour le controle de
           10  ENR-IDX-CLE      PIC 9(7).
           10  ENR-IDX-DONNEES.
               15  IDX-D-TYPE    PIC X.
               15  IDX-D-CONTENU.
                   20  IDX-D-HELLO   PIC X(5).
                   20  FILLER        PIC X.
                   20  IDX-D-WORLD   PIC X(5).
               15  FILLER        PIC X(7).
           10  ENR-IDX-DATE-CHARGEMENT PIC 9(8).
           10  ENR-IDX-ORIGINE  PIC X(5).
           10  CNT-NB-DETAIL  PIC 9(7).
           10  CNT-DATE-LOT   PIC 9(8).

      *--- Carte parametre des generations
       FD  F-PRM
           RECORD CONTAINS 3 CHARACTERS.
       01  ENR-PRM.
           10  PRM-NB-GENERATIONS PIC X(3).

      *--- Sortie du lot : la plus large (l'extrait) fait 100
      *    caracteres, les autres sont relues completees a blanc
       FD  F-GSR
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-GSR            PIC X(100).

      *--- Generation datee : lignes de la sortie telles quelles
       FD  F-GEN
           RECORD CONTAINS 100 CHARACTERS.
       01  ENR-GEN            PIC X(100).

      *--- Catalogue des generations (nombre de lignes dans l'ordre
      *    rpt, rej, dbl, mnt, ext, cnt)
       FD  F-GCT
           RECORD CONTAINS 58 CHARACTERS.
       01  ENR-GCT.
           10  GCT-DATE       PIC 9(8).
           10  GCT-HEURE      PIC 9(8).
           10  GCT-LIGNES     PIC 9(7) OCCURS 6 TIMES.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
      *--- Nom du fichier d'entree courant (lot de fichiers)
       01 w-Nom-Fichier       PIC X(60) VALUE 'MonFichier.txt'.

      *--- Generations datees des sorties du lot : suffixes des six
      *    sorties conservees, noms construits, date de la generation
      *    (date du lot, date systeme pour un lot vide) et nombre de
      *    generations a conserver
       01 w-Gen-Suffixes.
           05 FILLER          PIC X(18) VALUE 'rptrejdblmntextcnt'.
       01 w-Gen-Suffixes-R REDEFINES w-Gen-Suffixes.
           05 w-Gen-Suffixe   PIC X(3) OCCURS 6 TIMES.
       01 w-Gen-Sfx-Idx       PIC 9    VALUE 0.
       01 w-Nom-Gen-Source    PIC X(60) VALUE SPACES.
       01 w-Nom-Generation    PIC X(60) VALUE SPACES.
       01 w-Gen-Date          PIC 9(8) VALUE 0.
       01 w-Gen-Heure         PIC 9(8) VALUE 0.
       01 w-Gen-Nb-Max        PIC 9(3) VALUE 7.
       01 w-Gen-Nb-Lignes     PIC 9(7) VALUE 0.
       01 w-Gen-Lignes-Table.
           05 w-Gen-Lignes    PIC 9(7) OCCURS 6 TIMES.

      *--- Catalogue des generations charge en table (image de
      *    l'enregistrement), la plus ancienne en tete
       01 w-Gct-Table.
           05 w-Gct-Entree OCCURS 100 TIMES PIC X(58).
       01 w-Gct-Nb            PIC 9(3) VALUE 0.
       01 w-Gct-Idx           PIC 9(3) VALUE 0.
       01 w-Gct-Trouvee       PIC 9(3) VALUE 0.

      *--- Operateur signe de la session dispatcheur, 'INCONNU' hors
      *    dispatcheur, repris sur l'audit et les entetes de rapport
       01 w-Operateur         PIC X(8) VALUE 'INCONNU'.
           05 w-Org-Entree OCCURS 50 TIMES.
               10 w-Org-Code     PIC X(5).
               10 w-Org-Libelle  PIC X(30).
               10 w-Org-Seuil-Rej PIC 9(3).
               10 w-Org-Seuil-Dbl PIC 9(3).
       01 w-Org-Nb            PIC 9(2) VALUE 0.
       01 w-Org-Idx           PIC 9(2) VALUE 0.
       01 w-Org-Trouvee       PIC 9(2) VALUE 0.

      *--- Suspension du fichier entier : pre-controle du fichier
      *    avant tout chargement (detail lus, rejets de forme,
      *    doublons du master), confronte aux seuils de l'origine de
      *    son entete. L'entete lue au pre-controle est gardee a part
      *    pour ne pas deplacer la date du lot transmise a Fizzbuzz
       01 w-Fic-Suspendu      PIC X    VALUE 'N'.
           88 w-Fic-Suspendu-Oui VALUE 'O'.
           88 w-Fic-Suspendu-Non VALUE 'N'.
       01 w-Sus-Motif         PIC X(16) VALUE SPACES.
       01 w-Pre-Date-Fichier  PIC 9(8) VALUE 0.
       01 w-Pre-Origine       PIC X(5) VALUE SPACES.
       01 w-Pre-Nb-Detail     PIC 9(7) VALUE 0.
       01 w-Pre-Nb-Rej        PIC 9(7) VALUE 0.
       01 w-Pre-Nb-Dbl        PIC 9(7) VALUE 0.
       01 w-Pre-Nb-Mvt        PIC 9(7) VALUE 0.

      *--- Catalogue des fichiers en suspens charge au demarrage
      *    (image integrale, pour la reecriture apres chargement d'un
      *    fichier libere) ; la reecriture est refusee en debordement
      *    pour ne pas perdre les entrees au dela de la table
       01 w-Sus-Table.
           05 w-Sus-Entree OCCURS 500 TIMES PIC X(130).
       01 w-Sus-Nb            PIC 9(3) VALUE 0.
       01 w-Sus-Idx           PIC 9(3) VALUE 0.
       01 w-Sus-Nb-Attente    PIC 9(3) VALUE 0.
       01 w-Sus-Debordement   PIC X    VALUE 'N'.
           88 w-Sus-Debordement-Oui VALUE 'O'.
           88 w-Sus-Debordement-Non VALUE 'N'.

      *--- Entree du catalogue liberee par un superviseur pour le
      *    fichier en cours (zero sinon) : un fichier libere est charge
      *    sans controle de seuil, et sa date de traitement est admise
      *    comme sous derogation
       01 w-Sus-Liberee       PIC 9(3) VALUE 0.

      *--- Totaux de controle de contenu (sous-programme Hachage) :
      *    celui du fichier en cours, recoupe avec le trailer, et
      *    celui de l'extrait, porte sur le trailer de Hello2.ext
       01 w-Ext-Ligne         PIC X(100) VALUE SPACES.
       01 w-Ext-Cle           PIC 9(7)   VALUE 0.

      *--- Valeurs du master avant maintenance, relevees a la relecture
      *    de la cle, pour les lignes de changement C/S de l'extrait
       01 w-Ext-Avant-Hello   PIC X(5)   VALUE SPACES.
       01 w-Ext-Avant-World   PIC X(5)   VALUE SPACES.

      *--- Controle de doublon de contenu : un detail valide dont les
      *    valeurs hello/world figurent deja dans le master est mis en
      *    quarantaine au lieu d'etre charge une seconde fois. La carte
       01 w-Det-Doublon       PIC X    VALUE 'N'.
           88 w-Det-Doublon-Oui VALUE 'O'.
           88 w-Det-Doublon-Non VALUE 'N'.

      *--- Double controle : demandes chargees au demarrage (image
      *    integrale, pour la reecriture en fin de lot des demandes
      *    utilisees), demande visee retenue pour la carte de forcage
      *    et pour le fichier en cours (zero sinon)
       01 w-Apb-Table.
           05 w-Apb-Entree OCCURS 200 TIMES PIC X(130).
       01 w-Apb-Nb            PIC 9(3) VALUE 0.
       01 w-Apb-Idx           PIC 9(3) VALUE 0.
       01 w-Apb-Forcage       PIC 9(3) VALUE 0.
       01 w-Apb-Mouvements    PIC 9(3) VALUE 0.
       01 w-Apb-Utilisee      PIC X    VALUE 'N'.
           88 w-Apb-Utilisee-Oui VALUE 'O'.
           88 w-Apb-Utilisee-Non VALUE 'N'.
       01 w-Apb-Debordement   PIC X    VALUE 'N'.
           88 w-Apb-Debordement-Oui VALUE 'O'.
           88 w-Apb-Debordement-Non VALUE 'N'.

      *--- Motif d'audit d'une action visee : numero de la demande et
      *    viseur (le demandeur est porte en nom de fichier)
       01 w-Apb-Motif.
           05 w-Apb-Motif-Num   PIC 9(5).
           05 FILLER            PIC X    VALUE SPACE.
           05 w-Apb-Motif-Vis   PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
       01 w-Apb-Fichier.
           05 FILLER            PIC X(13) VALUE 'DEMANDEE PAR '.
           05 w-Apb-Fichier-Dem PIC X(8).
           05 FILLER            PIC X(9) VALUE SPACES.
       01 w-Dbl-Cle-Existante PIC 9(7) VALUE 0.
       01 w-Nb-Dbl            PIC 9(5) VALUE 0.

      *--- Contenu recherche sur la cle alternee du master : hello,
      *    separateur et world, comme dans l'enregistrement
       01 w-Dbl-Cherche.
           05 w-Dbl-Cherche-Hello PIC X(5).
           05 FILLER              PIC X    VALUE SPACE.
           05 w-Dbl-Cherche-World PIC X(5).

      *--- Rejeu apres fin anormale : la cle conservee au point de
           88 w-Det-Valide-Oui VALUE 'O'.
           88 w-Det-Valide-Non VALUE 'N'.
       01 w-Det-Motif-Rej     PIC X(20) VALUE SPACES.
      *--- Code motif normalise remis a l'emetteur dans son fichier
      *    retour : R01 a R03 controle de forme, D01 doublon du master,
      *    S01/S02 fichier mis en suspens (seuil rejets/doublons),
      *    S03 fichier de mouvements C/S refuse faute de visa
       01 w-Det-Code-Rej      PIC X(3)  VALUE SPACES.

      *--- Lignes du rapport de rejet F-REJ
       01 L-REJ-ENTETE.
           05 L-DBL-P-NB      PIC ZZZZ9.
           05 FILLER          PIC X(51) VALUE SPACES.

      *--- Lignes du rapport des fichiers en suspens F-SRP
       01 L-SRP-ENTETE.
           05 FILLER          PIC X(30)
                              VALUE 'HELLO2 - FICHIERS EN SUSPENS'.
           05 FILLER          PIC X(10) VALUE 'OPERATEUR '.
           05 L-SRP-E-OPR     PIC X(8).
           05 FILLER          PIC X(32) VALUE SPACES.

       01 L-SRP-COLONNES.
           05 FILLER          PIC X(31) VALUE 'FICHIER'.
           05 FILLER          PIC X(6)  VALUE 'ORIG.'.
           05 FILLER          PIC X(8)  VALUE ' DETAIL'.
           05 FILLER          PIC X(8)  VALUE ' REJETS'.
           05 FILLER          PIC X(8)  VALUE ' DOUBL.'.
           05 FILLER          PIC X(19) VALUE ' MOTIF'.

       01 L-SRP-DETAIL.
           05 L-SRP-D-FICHIER PIC X(30).
           05 FILLER          PIC X     VALUE SPACE.
           05 L-SRP-D-ORIGINE PIC X(6).
           05 L-SRP-D-NB-DET  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-SRP-D-NB-REJ  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-SRP-D-NB-DBL  PIC Z(6)9.
           05 FILLER          PIC X     VALUE SPACE.
           05 L-SRP-D-MOTIF   PIC X(16).
           05 FILLER          PIC X(3)  VALUE SPACES.

       01 L-SRP-PIED.
           05 FILLER          PIC X(30)
                              VALUE 'FICHIERS EN ATTENTE DECISION: '.
           05 L-SRP-P-NB      PIC ZZ9.
           05 FILLER          PIC X(47) VALUE SPACES.

      *--- Lignes du rapport de maintenance F-MNT
       01 L-MNT-ENTETE.
           05 FILLER          PIC X(30) VALUE 'HELLO2 - MAINTENANCE'.
      *    CNT correction appliquee/non trouvee, SUP/SNT suppression
      *    appliquee/non trouvee, DER derogation calendrier, DBL
      *    doublon en quarantaine, RPR detail rejoue en reprise, FRC
      *    chargement force, SUS fichier entier mis en suspens), pour le
      *    recoupement et la reconstruction du master indexe. Le nom
      *    du fichier source et le motif de rejet completent la ligne
      *    pour le releve mensuel par fichier emetteur (Releve) ; les
           05 w-Suivi-Code-Retour PIC 9(2) VALUE 0.
           05 w-Suivi-Heure-Debut PIC 9(8) VALUE 0.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Hello2'.
           05 w-Evt-Severite      PIC X    VALUE 'I'.
           05 w-Evt-Code          PIC X(8) VALUE SPACES.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.
       01 w-Evt-Nb            PIC Z(6)9.
       01 w-Evt-Nb-Rej        PIC Z(6)9.

      *--- Verrou d'execution : Hello2 met a jour le master et le
      *    point de reprise, un seul exemplaire a la fois (Verrou)
       01 w-Verrou-Demande.
       01 L-STS-CAL           PIC 9(2).
       01 L-STS-OVR           PIC 9(2).
       01 L-STS-ORG           PIC 9(2).
       01 L-STS-SUS           PIC 9(2).
       01 L-STS-APB           PIC 9(2).
       01 L-STS-SRP           PIC 9(2).
       01 L-STS-RET           PIC 9(2).
       01 L-STS-AUD           PIC 9(2).
       01 L-STS-IDX           PIC 9(2).
       01 L-STS-CNT           PIC 9(2).
       01 L-STS-PRM           PIC 9(2).
       01 L-STS-GSR           PIC 9(2).
       01 L-STS-GEN           PIC 9(2).
       01 L-STS-GCT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01  L-ENT-EOF          PIC X.
           88 L-ORG-EOF-OUI   VALUE 'O'.
           88 L-ORG-EOF-NON   VALUE 'N'.

       01  L-SUS-EOF          PIC X.
           88 L-SUS-EOF-OUI   VALUE 'O'.
           88 L-SUS-EOF-NON   VALUE 'N'.

       01  L-APB-EOF          PIC X.
           88 L-APB-EOF-OUI   VALUE 'O'.
           88 L-APB-EOF-NON   VALUE 'N'.

       01  L-GSR-EOF          PIC X.
           88 L-GSR-EOF-OUI   VALUE 'O'.
           88 L-GSR-EOF-NON   VALUE 'N'.

       01  L-GCT-EOF          PIC X.
           88 L-GCT-EOF-OUI   VALUE 'O'.
           88 L-GCT-EOF-NON   VALUE 'N'.

      *--- Fichier et code statut en cause au moment du dernier appel
      *    a TRAIT-ERREUR (alimentes juste avant chaque PERFORM)
       01 L-ERR-FICHIER       PIC X(4).
      *    Appel du paragraphe : OUVERTURE-DOUBLON
           PERFORM OUVERTURE-DOUBLON

      *    Appel du paragraphe : OUVERTURE-RAPPORT-SUSPENS
           PERFORM OUVERTURE-RAPPORT-SUSPENS

      *    Appel du paragraphe : OUVERTURE-RETOUR
           PERFORM OUVERTURE-RETOUR

      *    Appel du paragraphe : OUVERTURE-EXTRAIT
           PERFORM OUVERTURE-EXTRAIT

      *    Appel du paragraphe : OUVERTURE-AUDIT
           PERFORM OUVERTURE-AUDIT

      *    Demandes de double controle visees : la carte de forcage
      *    et les fichiers de mouvements n'ont effet que vises
           PERFORM CHARGEMENT-APPROBATIONS

      *    Chargement force (carte superviseur) : le controle de
      *    doublon est desactive pour une re-soumission connue
           PERFORM LECTURE-FORCAGE
      *    entetes de fichiers
           PERFORM CHARGEMENT-ORIGINES

      *    Catalogue des fichiers en suspens : un fichier libere par
      *    un superviseur y est reconnu a son passage dans le lot
           PERFORM CHARGEMENT-SUSPENS

      *    Appel du paragraphe : OUVERTURE-INDEX
           PERFORM OUVERTURE-INDEX

      *    Plus haute cle presente au master, pour la cle suivante
           PERFORM POSITIONNEMENT-CLE-INDEX

      *    Appel du paragraphe : OUVERTURE-LISTE-FICHIERS
           PERFORM OUVERTURE-LISTE-FICHIERS
              IF L-LST-EOF-NON
                 PERFORM OUVERTURE-FICHIER

      *          Un fichier mis en suspens au pre-controle n'est pas
      *          lu : rien ne part au master, au rapport ni a l'extrait
                 IF w-Fic-Suspendu-Non
                    PERFORM UNTIL L-ENT-EOF-OUI
                       PERFORM LECTURE-FICHIER
                    END-PERFORM
                 END-IF

                 PERFORM FERMETURE-FICHIER
              END-IF
      *    refusee sauf derogation operateur
           PERFORM SOLDE-CALENDRIER-LOT

      *    Les demandes visees utilisees par le lot sont soldees
           PERFORM SOLDE-APPROBATIONS

      *    Nombre de detail du lot transmis a Fizzbuzz (pipeline)
           PERFORM ECRITURE-FICHIER-COMPTEUR

      *    Appel du paragraphe : FERMETURE-DOUBLON
           PERFORM FERMETURE-DOUBLON

      *    Appel du paragraphe : FERMETURE-RAPPORT-SUSPENS
           PERFORM FERMETURE-RAPPORT-SUSPENS

      *    Appel du paragraphe : FERMETURE-RETOUR
           PERFORM FERMETURE-RETOUR

      *    Appel du paragraphe : FERMETURE-EXTRAIT
           PERFORM FERMETURE-EXTRAIT

      *    Appel du paragraphe : FERMETURE-INDEX
           PERFORM FERMETURE-INDEX

      *    Les sorties du lot, toutes fermees, sont conservees en
      *    generation datee et cataloguees ; les generations au dela
      *    du nombre a conserver sont supprimees
           PERFORM GENERATION-SORTIES

      *    Mode consultation : recherche directe dans la copie indexee,
      *    seulement hors dispatcheur -- un job enchaine ne doit pas
      *    s'arreter sur une invite interactive supplementaire
      *    Recapitulatif de l'execution vers l'historique de suivi
           PERFORM ECRITURE-SUIVI-JOB

      *    Fin de lot (et rejets eventuels) vers le fil d'evenements
           PERFORM EVENEMENT-FIN-LOT

      *    Fin normale : le verrou d'execution est rendu. Une fin
      *    anormale le laisse en place volontairement : c'est l'option
      *    superviseur du dispatcheur qui le libere apres analyse
              MOVE 8 TO w-Suivi-Code-Retour
              PERFORM ECRITURE-SUIVI-JOB

              MOVE 'W'              TO w-Evt-Severite
              MOVE 'VERROU'         TO w-Evt-Code
              MOVE w-Verrou-D-Pgm   TO w-Evt-Objet
              MOVE 'EXECUTION REFUSEE : VERROU DEJA DETENU'
                                    TO w-Evt-Texte
              CALL 'Evenement' USING w-Evt-Demande

              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           SET L-ENT-EOF-NON TO TRUE
           SET w-Ent-Vu-Non  TO TRUE
           SET w-Trl-Vu-Non  TO TRUE
           SET w-Fic-Suspendu-Non TO TRUE
           MOVE 0 TO w-Ckp-Nb-Lus
           MOVE 0 TO w-Mvt-Nb
           MOVE 0 TO w-Hachage-Fichier

           PERFORM LECTURE-CHECKPOINT

           PERFORM RECHERCHE-LIBERATION

           PERFORM RECHERCHE-VISA-MOUVEMENTS

      *    Un fichier repris sur point de controle avait deja passe
      *    le pre-controle avant la fin anormale ; un fichier libere
      *    par un superviseur est charge tel quel
           IF w-Ckp-Reprise-Oui
              PERFORM REPRISE-FICHIER
           ELSE
              IF w-Sus-Liberee = 0
                 PERFORM CONTROLE-SEUILS-FICHIER
              END-IF
           END-IF
           .

      *=================================================================
       CONTROLE-SEUILS-FICHIER.
      *=================================================================
      *    Pre-controle du fichier entier avant tout chargement : les
      *    detail sont comptes, passes au controle de forme et au
      *    controle de doublon du master, sans rien ecrire. Au-dela du
      *    seuil de son origine (en pourcentage des detail lus), le
      *    fichier est mis en suspens en entier. Les doublons internes
      *    au fichier ne se revelent qu'au chargement et ne comptent
      *    pas ici
           MOVE 0      TO w-Pre-Nb-Detail
           MOVE 0      TO w-Pre-Nb-Rej
           MOVE 0      TO w-Pre-Nb-Dbl
           MOVE 0      TO w-Pre-Nb-Mvt
           MOVE 0      TO w-Pre-Date-Fichier
           MOVE SPACES TO w-Pre-Origine
           MOVE SPACES TO w-Sus-Motif

           PERFORM UNTIL L-ENT-EOF-OUI
              PERFORM PRE-LECTURE-FICHIER
           END-PERFORM

      *    Le fichier est rouvert pour le chargement proprement dit
           CLOSE F-ENT
           SET L-ENT-EOF-NON TO TRUE

           OPEN INPUT F-ENT

           IF L-STS-ENT NOT = 0
              DISPLAY 'Erreur reouverture fichier ENT'
              MOVE 'ENT'      TO L-ERR-FICHIER
              MOVE L-STS-ENT  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF

           MOVE 0 TO w-Org-Trouvee

           IF w-Org-Actif-Oui
              PERFORM VARYING w-Org-Idx FROM 1 BY 1
                         UNTIL w-Org-Idx > w-Org-Nb
                 IF w-Org-Code(w-Org-Idx) = w-Pre-Origine
                    MOVE w-Org-Idx TO w-Org-Trouvee
                 END-IF
              END-PERFORM
           END-IF

      *    Origine inconnue : pas de seuil, le chargement la refusera
           IF w-Org-Trouvee > 0 AND w-Pre-Nb-Detail > 0
              IF w-Org-Seuil-Rej(w-Org-Trouvee) > 0
                 AND (w-Pre-Nb-Rej * 100) >
                     (w-Org-Seuil-Rej(w-Org-Trouvee) * w-Pre-Nb-Detail)
                 MOVE 'SEUIL REJETS'   TO w-Sus-Motif
              END-IF

              IF w-Sus-Motif = SPACES
                 AND w-Org-Seuil-Dbl(w-Org-Trouvee) > 0
                 AND (w-Pre-Nb-Dbl * 100) >
                     (w-Org-Seuil-Dbl(w-Org-Trouvee) * w-Pre-Nb-Detail)
                 MOVE 'SEUIL DOUBLONS' TO w-Sus-Motif
              END-IF
           END-IF

           IF w-Sus-Motif NOT = SPACES
              PERFORM SUSPENSION-FICHIER
           END-IF

      *    Un fichier portant des mouvements C/S sans demande visee
      *    par un second superviseur est refuse en entier, avant tout
      *    chargement : une fois vise, il est resoumis tel quel
           IF w-Fic-Suspendu-Non
              AND w-Pre-Nb-Mvt > 0
              AND w-Apb-Mouvements = 0
              PERFORM REFUS-FICHIER-MOUVEMENTS
           END-IF
           .

      *=================================================================
       PRE-LECTURE-FICHIER.
      *=================================================================
           READ F-ENT
           AT END
              SET L-ENT-EOF-OUI TO TRUE
           NOT AT END
              IF L-STS-ENT NOT = 0
                 DISPLAY 'Erreur lecture fichier'
                 MOVE 'ENT'      TO L-ERR-FICHIER
                 MOVE L-STS-ENT  TO L-ERR-STATUT
                 PERFORM TRAIT-ERREUR
              ELSE
                 EVALUATE TRUE
                    WHEN ENR-TYPE-ENTETE
                       MOVE ENT-DATE-TRAITEMENT TO w-Pre-Date-Fichier
                       MOVE ENT-ORIGINE         TO w-Pre-Origine
                    WHEN ENR-TYPE-DETAIL
                       ADD 1 TO w-Pre-Nb-Detail
                       PERFORM VALIDATION-DETAIL
                       IF w-Det-Valide-Oui
                          PERFORM CONTROLE-DOUBLON-MASTER
                          IF w-Det-Doublon-Oui
                             ADD 1 TO w-Pre-Nb-Dbl
                          END-IF
                       ELSE
                          ADD 1 TO w-Pre-Nb-Rej
                       END-IF
                    WHEN ENR-TYPE-CORRECTION OR ENR-TYPE-SUPPRESSION
                       ADD 1 TO w-Pre-Nb-Mvt
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-READ
           .

      *=================================================================
       REFUS-FICHIER-MOUVEMENTS.
      *=================================================================
      *    Le fichier refuse est traite comme un fichier en suspens
      *    (rien au master, au rapport ni a l'extrait, date non fermee
      *    au calendrier) mais n'entre pas au catalogue des suspens :
      *    seul le visa d'une demande MVT le fait admettre
           SET w-Fic-Suspendu-Oui TO TRUE
           MOVE 'MVT NON VISE'      TO w-Sus-Motif

           DISPLAY 'FICHIER REFUSE : ' w-Pre-Nb-Mvt
                   ' MOUVEMENT(S) C/S SANS VISA D''UN SECOND '
                   'SUPERVISEUR : ' w-Nom-Fichier

           ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
           ACCEPT L-AUD-HEURE FROM TIME
           MOVE 'Hello2'            TO L-AUD-PGM
           MOVE 'MOUVEMENTS NON VISES' TO L-AUD-ENR
           MOVE 'MVR'               TO L-AUD-DISPO
           MOVE w-Operateur         TO L-AUD-OPR
           MOVE w-Nom-Fichier       TO L-AUD-FICHIER
           MOVE w-Sus-Motif         TO L-AUD-MOTIF
           MOVE w-Pre-Nb-Mvt        TO L-AUD-CLE
           MOVE w-Pre-Origine       TO L-AUD-ORIGINE
           WRITE ENR-AUD FROM L-AUD-LIGNE

      *    Alerte (fichier MVT, statut 92) presentee par le
      *    dispatcheur jusqu'a acquittement
           MOVE 'MVT'               TO L-ERR-FICHIER
           MOVE 92                  TO L-ERR-STATUT
           PERFORM ECRITURE-ALERTE
           .

      *=================================================================
       CHARGEMENT-APPROBATIONS.
      *=================================================================
      *    Fichier absent (aucune demande encore) : table vide, aucune
      *    action sensible n'est admise
           MOVE 0 TO w-Apb-Nb
           SET w-Apb-Utilisee-Non    TO TRUE
           SET w-Apb-Debordement-Non TO TRUE
           SET L-APB-EOF-NON TO TRUE

           OPEN INPUT F-APB

           IF L-STS-APB NOT = 0
              SET L-APB-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-APB-EOF-OUI
              READ F-APB
              AT END
                 SET L-APB-EOF-OUI TO TRUE
              NOT AT END
                 IF w-Apb-Nb < 200
                    ADD 1 TO w-Apb-Nb
                    MOVE ENR-APB TO w-Apb-Entree(w-Apb-Nb)
                 ELSE
                    SET w-Apb-Debordement-Oui TO TRUE
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-APB = 10 OR L-STS-APB = 0
              CLOSE F-APB
           END-IF
           .

      *=================================================================
       RECHERCHE-VISA-MOUVEMENTS.
      *=================================================================
      *    Demande MVT visee (et pas encore utilisee) au nom du fichier
      *    en cours ; la premiere trouvee fait foi
           MOVE 0 TO w-Apb-Mouvements

           PERFORM VARYING w-Apb-Idx FROM 1 BY 1
                      UNTIL w-Apb-Idx > w-Apb-Nb
                      OR w-Apb-Mouvements > 0
              MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
              IF APB-TYPE-MOUVEMENTS AND APB-STATUT-VISEE
                 AND APB-OBJET = w-Nom-Fichier
                 MOVE w-Apb-Idx TO w-Apb-Mouvements
              END-IF
           END-PERFORM
           .

      *=================================================================
       UTILISATION-VISA.
      *=================================================================
      *    La demande w-Apb-Idx est marquee utilisee en table (le
      *    fichier est reecrit en fin de lot) ; la ligne d'audit de
      *    l'action porte le demandeur et le viseur
           MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
           SET APB-STATUT-UTILISEE TO TRUE
           MOVE ENR-APB TO w-Apb-Entree(w-Apb-Idx)
           SET w-Apb-Utilisee-Oui TO TRUE

           MOVE APB-NUMERO    TO w-Apb-Motif-Num
           MOVE APB-VISEUR    TO w-Apb-Motif-Vis
           MOVE APB-DEMANDEUR TO w-Apb-Fichier-Dem
           .

      *=================================================================
       SOLDE-APPROBATIONS.
      *=================================================================
      *    Reecriture en entier depuis la table, seulement si une
      *    demande a ete utilisee ; refusee en debordement pour ne
      *    perdre aucune demande au dela de la table
           IF w-Apb-Utilisee-Oui
              IF w-Apb-Debordement-Oui
                 DISPLAY 'Alerte : demandes de double controle au '
                         'dela de la table (200), non soldees'
              ELSE
                 OPEN OUTPUT F-APB

                 IF L-STS-APB NOT = 0
                    DISPLAY 'Erreur reecriture fichier DEMANDES'
                    MOVE 'APB'      TO L-ERR-FICHIER
                    MOVE L-STS-APB  TO L-ERR-STATUT
                    PERFORM TRAIT-ERREUR
                 END-IF

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
       SUSPENSION-FICHIER.
      *=================================================================
      *    Le fichier part au catalogue des suspens (ecrit tout de
      *    suite : une fin anormale plus loin dans le lot ne doit pas
      *    le faire oublier), au rapport du lot et au journal d'audit
           SET w-Fic-Suspendu-Oui TO TRUE

           DISPLAY 'FICHIER MIS EN SUSPENS (' w-Sus-Motif ') : '
                   w-Nom-Fichier

           MOVE SPACES             TO ENR-SUS
           MOVE w-Nom-Fichier      TO SUS-NOM-FICHIER
           MOVE w-Pre-Origine      TO SUS-ORIGINE
           MOVE w-Pre-Date-Fichier TO SUS-DATE-FICHIER
           MOVE w-Pre-Nb-Detail    TO SUS-NB-DETAIL
           MOVE w-Pre-Nb-Rej       TO SUS-NB-REJ
           MOVE w-Pre-Nb-Dbl       TO SUS-NB-DBL
           ACCEPT SUS-DATE  FROM DATE YYYYMMDD
           ACCEPT SUS-HEURE FROM TIME
           SET SUS-STATUT-SUSPENS  TO TRUE
           MOVE SPACES             TO SUS-OPR-DECISION
           MOVE 0                  TO SUS-DATE-DECISION

           OPEN EXTEND F-SUS

           IF L-STS-SUS = 35
              OPEN OUTPUT F-SUS
           END-IF

           IF L-STS-SUS NOT = 0
              DISPLAY 'Erreur ouverture fichier SUSPENS'
              MOVE 'SUS'      TO L-ERR-FICHIER
              MOVE L-STS-SUS  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF

           WRITE ENR-SUS

           IF L-STS-SUS NOT = 0
              DISPLAY 'Erreur ecriture fichier SUSPENS'
              MOVE 'SUS'      TO L-ERR-FICHIER
              MOVE L-STS-SUS  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF

           CLOSE F-SUS

           IF w-Sus-Nb < 500
              ADD 1 TO w-Sus-Nb
              MOVE ENR-SUS TO w-Sus-Entree(w-Sus-Nb)
           ELSE
              SET w-Sus-Debordement-Oui TO TRUE
           END-IF
           ADD 1 TO w-Sus-Nb-Attente

           MOVE w-Nom-Fichier      TO L-SRP-D-FICHIER
           MOVE w-Pre-Origine      TO L-SRP-D-ORIGINE
           MOVE w-Pre-Nb-Detail    TO L-SRP-D-NB-DET
           MOVE w-Pre-Nb-Rej       TO L-SRP-D-NB-REJ
           MOVE w-Pre-Nb-Dbl       TO L-SRP-D-NB-DBL
           MOVE w-Sus-Motif        TO L-SRP-D-MOTIF
           WRITE ENR-SRP FROM L-SRP-DETAIL

      *    La suspension n'a pas d'image d'enregistrement : sa ligne
      *    d'audit est ecrite directement, comme celle du forcage
           ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
           ACCEPT L-AUD-HEURE FROM TIME
           MOVE 'Hello2'            TO L-AUD-PGM
           MOVE 'FICHIER SUSPENDU'  TO L-AUD-ENR
           MOVE 'SUS'               TO L-AUD-DISPO
           MOVE w-Operateur         TO L-AUD-OPR
           MOVE w-Nom-Fichier       TO L-AUD-FICHIER
           MOVE w-Sus-Motif         TO L-AUD-MOTIF
           MOVE 0                   TO L-AUD-CLE
           MOVE w-Pre-Origine       TO L-AUD-ORIGINE
           WRITE ENR-AUD FROM L-AUD-LIGNE

      *    Une alerte (fichier SUS, statut 96) signale au dispatcheur
      *    la decision attendue du superviseur
           MOVE 'SUS'               TO L-ERR-FICHIER
           MOVE 96                  TO L-ERR-STATUT
           PERFORM ECRITURE-ALERTE
           .

      *=================================================================
       RECHERCHE-LIBERATION.
      *=================================================================
      *    Le fichier en cours a-t-il ete libere par un superviseur
      *    apres une suspension ? La derniere entree liberee du meme
      *    nom fait foi
           MOVE 0 TO w-Sus-Liberee

           PERFORM VARYING w-Sus-Idx FROM 1 BY 1
                      UNTIL w-Sus-Idx > w-Sus-Nb
              MOVE w-Sus-Entree(w-Sus-Idx) TO ENR-SUS
              IF SUS-NOM-FICHIER = w-Nom-Fichier
                 AND SUS-STATUT-LIBERE
                 MOVE w-Sus-Idx TO w-Sus-Liberee
              END-IF
           END-PERFORM

           IF w-Sus-Liberee > 0 AND w-Ckp-Reprise-Non
              MOVE w-Sus-Entree(w-Sus-Liberee) TO ENR-SUS
              DISPLAY 'FICHIER LIBERE DE SUSPENS PAR '
                      SUS-OPR-DECISION ' : ' w-Nom-Fichier
           END-IF
           .

                 ADD 1 TO w-Org-Nb
                 MOVE ORG-CODE    TO w-Org-Code(w-Org-Nb)
                 MOVE ORG-LIBELLE TO w-Org-Libelle(w-Org-Nb)
      *          Seuils a blanc (ancien dessin) : pas de suspension
                 IF ORG-SEUIL-REJ IS NUMERIC
                    MOVE ORG-SEUIL-REJ TO w-Org-Seuil-Rej(w-Org-Nb)
                 ELSE
                    MOVE 0 TO w-Org-Seuil-Rej(w-Org-Nb)
                 END-IF
                 IF ORG-SEUIL-DBL IS NUMERIC
                    MOVE ORG-SEUIL-DBL TO w-Org-Seuil-Dbl(w-Org-Nb)
                 ELSE
                    MOVE 0 TO w-Org-Seuil-Dbl(w-Org-Nb)
                 END-IF
              ELSE
                 DISPLAY 'Alerte : referentiel des origines plein '
                         '(50 max), code ignore : ' ORG-CODE
      *=================================================================
      *    Rejeu des mouvements mis en attente, dans l'ordre ou le
      *    fichier les portait ; chaque mouvement applique part au
      *    journal d'audit comme s'il venait d'etre lu.
      *    Sans demande visee, les mouvements ne touchent pas le
      *    master : c'est le cas d'un fichier libere de suspens ou
      *    repris sur point de controle, qui n'est pas passe par le
      *    refus du pre-controle
           IF w-Mvt-Nb > 0 AND w-Apb-Mouvements = 0
              DISPLAY 'MOUVEMENTS C/S NON APPLIQUES, SANS VISA D''UN '
                      'SECOND SUPERVISEUR : ' w-Mvt-Nb
              ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
              ACCEPT L-AUD-HEURE FROM TIME
              MOVE 'Hello2'               TO L-AUD-PGM
              MOVE 'MOUVEMENTS NON VISES' TO L-AUD-ENR
              MOVE 'MVR'                  TO L-AUD-DISPO
              MOVE w-Operateur            TO L-AUD-OPR
              MOVE w-Nom-Fichier          TO L-AUD-FICHIER
              MOVE 'MVT NON VISE'         TO L-AUD-MOTIF
              MOVE w-Mvt-Nb               TO L-AUD-CLE
              MOVE w-Ent-Origine          TO L-AUD-ORIGINE
              WRITE ENR-AUD FROM L-AUD-LIGNE

              MOVE 'MVT'                  TO L-ERR-FICHIER
              MOVE 92                     TO L-ERR-STATUT
              PERFORM ECRITURE-ALERTE

              MOVE 0 TO w-Mvt-Nb
           END-IF

           IF w-Mvt-Nb > 0
              MOVE w-Apb-Mouvements TO w-Apb-Idx
              PERFORM UTILISATION-VISA

              ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
              ACCEPT L-AUD-HEURE FROM TIME
              MOVE 'Hello2'               TO L-AUD-PGM
              MOVE 'MOUVEMENTS VISES'     TO L-AUD-ENR
              MOVE 'MVV'                  TO L-AUD-DISPO
              MOVE w-Operateur            TO L-AUD-OPR
              MOVE w-Apb-Fichier          TO L-AUD-FICHIER
              MOVE w-Apb-Motif            TO L-AUD-MOTIF
              MOVE w-Mvt-Nb               TO L-AUD-CLE
              MOVE w-Ent-Origine          TO L-AUD-ORIGINE
              WRITE ENR-AUD FROM L-AUD-LIGNE
           END-IF

           PERFORM VARYING w-Mvt-Idx FROM 1 BY 1
                      UNTIL w-Mvt-Idx > w-Mvt-Nb
              MOVE w-Mvt-Image(w-Mvt-Idx) TO ENR-ENT
              PERFORM TRAIT-ERREUR
           END-IF

      *    Un fichier mis en suspens n'est pas traite : ni controle de
      *    structure, ni date fermee au calendrier, ni compte ajoute au
      *    point de reprise -- seule la position dans le lot avance,
      *    pour qu'une relance ne le rejuge pas
           IF w-Fic-Suspendu-Non
      *       Un fichier tronque (sans entete ou sans trailer) n'a pas
      *       pu etre reconcilie : il ne doit pas etre marque comme
      *       solde
              IF w-Ent-Vu-Non OR w-Trl-Vu-Non
                 DISPLAY 'Erreur structure : entete ou trailer absent'
                 MOVE 'ENT'      TO L-ERR-FICHIER
                 MOVE 99         TO L-ERR-STATUT
                 PERFORM TRAIT-ERREUR
              END-IF

      *       La date de traitement du fichier solde est memorisee
      *       pour etre fermee au calendrier en fin de lot
              IF w-Cal-Actif-Oui
                 PERFORM MEMORISATION-DATE-LOT
              END-IF

      *       Un fichier libere de suspens et charge sort du catalogue
      *       des decisions en attente
              IF w-Sus-Liberee > 0
                 PERFORM SOLDE-LIBERATION
              END-IF
           END-IF

           PERFORM ECRITURE-RETOUR-FICHIER

           PERFORM SUPPRESSION-CHECKPOINT
           .

      *=================================================================
       CHARGEMENT-SUSPENS.
      *=================================================================
      *    Catalogue absent (aucune suspension encore) : table vide
           MOVE 0 TO w-Sus-Nb
           MOVE 0 TO w-Sus-Nb-Attente
           SET L-SUS-EOF-NON TO TRUE

           OPEN INPUT F-SUS

           IF L-STS-SUS = 0
              PERFORM UNTIL L-SUS-EOF-OUI
                 PERFORM LECTURE-SUSPENS
              END-PERFORM
              CLOSE F-SUS
           END-IF
           .

      *=================================================================
       LECTURE-SUSPENS.
      *=================================================================
           READ F-SUS
           AT END
              SET L-SUS-EOF-OUI TO TRUE
           NOT AT END
              IF w-Sus-Nb < 500
                 ADD 1 TO w-Sus-Nb
                 MOVE ENR-SUS TO w-Sus-Entree(w-Sus-Nb)
                 IF SUS-STATUT-SUSPENS
                    ADD 1 TO w-Sus-Nb-Attente
                 END-IF
              ELSE
                 DISPLAY 'Alerte : catalogue des suspens plein (500 '
                         'max), a apurer'
                 SET w-Sus-Debordement-Oui TO TRUE
              END-IF
           END-READ
           .

      *=================================================================
       SOLDE-LIBERATION.
      *=================================================================
      *    Le catalogue est reecrit en entier depuis la table, l'entree
      *    liberee passant a T (chargee). En debordement de table la
      *    reecriture detruirait des entrees : elle est omise, et
      *    l'entree reste liberee (un nouveau passage du meme fichier
      *    serait de nouveau admis sans controle de seuil)
           MOVE w-Sus-Entree(w-Sus-Liberee) TO ENR-SUS
           SET SUS-STATUT-TRAITE TO TRUE
           MOVE ENR-SUS TO w-Sus-Entree(w-Sus-Liberee)

           IF w-Sus-Debordement-Oui
              DISPLAY 'Alerte : catalogue des suspens non reecrit '
                      '(debordement), entree a solder : '
                      w-Nom-Fichier
           ELSE
              OPEN OUTPUT F-SUS

              IF L-STS-SUS NOT = 0
                 DISPLAY 'Erreur reecriture fichier SUSPENS'
                 MOVE 'SUS'      TO L-ERR-FICHIER
                 MOVE L-STS-SUS  TO L-ERR-STATUT
                 PERFORM TRAIT-ERREUR
              END-IF

              PERFORM VARYING w-Sus-Idx FROM 1 BY 1
                         UNTIL w-Sus-Idx > w-Sus-Nb
                 MOVE w-Sus-Entree(w-Sus-Idx) TO ENR-SUS
                 WRITE ENR-SUS
              END-PERFORM

              CLOSE F-SUS
           END-IF
           .

      *=================================================================
       LECTURE-CHECKPOINT.
      *=================================================================
                 END-IF
              END-PERFORM

      *       Un fichier libere de suspens arrive apres les autres
      *       fichiers de sa date, deja soldee : la liberation du
      *       superviseur vaut derogation
              IF w-Sus-Liberee > 0
                 SET w-Date-Derogee-Oui TO TRUE
              END-IF

              PERFORM VARYING w-Cal-Idx FROM 1 BY 1
                         UNTIL w-Cal-Idx > w-Cal-Nb-Soldees
                 IF w-Cal-Date-Soldee(w-Cal-Idx) = w-Ent-Date-Fichier
      *=================================================================
           SET w-Det-Valide-Oui TO TRUE
           MOVE SPACES TO w-Det-Motif-Rej
           MOVE SPACES TO w-Det-Code-Rej

           IF espace NOT = SPACE
              SET w-Det-Valide-Non TO TRUE
              MOVE 'ESPACE INVALIDE' TO w-Det-Motif-Rej
              MOVE 'R01'             TO w-Det-Code-Rej
           END-IF

           IF espace2 NOT = SPACE
              SET w-Det-Valide-Non TO TRUE
              MOVE 'ESPACE2 INVALIDE' TO w-Det-Motif-Rej
              MOVE 'R02'              TO w-Det-Code-Rej
           END-IF

           IF point NOT = '.'
              SET w-Det-Valide-Non TO TRUE
              MOVE 'POINT INVALIDE' TO w-Det-Motif-Rej
              MOVE 'R03'            TO w-Det-Code-Rej
           END-IF
           .

           WRITE ENR-REJ FROM L-REJ-DETAIL

           ADD 1 TO w-Nb-Rej

      *    Le rejet part aussi au retour de son emetteur
           MOVE 0 TO RET-CLE
           MOVE w-Det-Motif-Rej TO RET-MOTIF
           MOVE w-Det-Code-Rej  TO RET-CODE
           PERFORM ECRITURE-RETOUR-LIGNE
           .

      *=================================================================
      *    doit etre demande explicitement a chaque execution. Un
      *    chargement force est journalise : l'audit doit montrer
      *    qu'une re-soumission a ete admise volontairement
      *    La carte n'a d'effet que sur une demande FRC visee par un
      *    second superviseur ; sans visa elle est refusee, le
      *    controle de doublon reste actif et une alerte le signale
           SET w-Chargement-Force-Non TO TRUE

           OPEN INPUT F-FRC
           IF L-STS-FRC = 0
              READ F-FRC
              IF L-STS-FRC = 0 AND ENR-FRC-FORCE
                 PERFORM RECHERCHE-VISA-FORCAGE
      *          ECRITURE-AUDIT recopie l'image de l'enregistrement
      *          d'entree : l'evenement de forcage, qui n'en a pas,
      *          ecrit sa ligne d'audit directement
                 ACCEPT L-AUD-DATE  FROM DATE YYYYMMDD
                 ACCEPT L-AUD-HEURE FROM TIME
                 MOVE 'Hello2'            TO L-AUD-PGM
                 MOVE w-Operateur         TO L-AUD-OPR
                 MOVE 0                   TO L-AUD-CLE
                 MOVE SPACES              TO L-AUD-ORIGINE

                 IF w-Apb-Forcage > 0
                    SET w-Chargement-Force-Oui TO TRUE
                    DISPLAY 'CHARGEMENT FORCE : CONTROLE DE DOUBLON '
                            'DESACTIVE'
                    MOVE w-Apb-Forcage    TO w-Apb-Idx
                    PERFORM UTILISATION-VISA
                    MOVE 'CHARGEMENT FORCE'  TO L-AUD-ENR
                    MOVE 'FRC'               TO L-AUD-DISPO
                    MOVE w-Apb-Fichier       TO L-AUD-FICHIER
                    MOVE w-Apb-Motif         TO L-AUD-MOTIF
                    WRITE ENR-AUD FROM L-AUD-LIGNE
                 ELSE
                    DISPLAY 'CARTE DE FORCAGE REFUSEE : AUCUNE DEMANDE '
                            'VISEE PAR UN SECOND SUPERVISEUR, CONTROLE '
                            'DE DOUBLON MAINTENU'
                    MOVE 'FORCAGE NON VISE'  TO L-AUD-ENR
                    MOVE 'FRR'               TO L-AUD-DISPO
                    MOVE 'Hello2.frc'        TO L-AUD-FICHIER
                    MOVE SPACES              TO L-AUD-MOTIF
                    WRITE ENR-AUD FROM L-AUD-LIGNE

                    MOVE 'FRC'               TO L-ERR-FICHIER
                    MOVE 92                  TO L-ERR-STATUT
                    PERFORM ECRITURE-ALERTE
                 END-IF
              END-IF
              CLOSE F-FRC
           END-IF
           .

      *=================================================================
       RECHERCHE-VISA-FORCAGE.
      *=================================================================
           MOVE 0 TO w-Apb-Forcage

           PERFORM VARYING w-Apb-Idx FROM 1 BY 1
                      UNTIL w-Apb-Idx > w-Apb-Nb
                      OR w-Apb-Forcage > 0
              MOVE w-Apb-Entree(w-Apb-Idx) TO ENR-APB
              IF APB-TYPE-FORCAGE AND APB-STATUT-VISEE
                 MOVE w-Apb-Idx TO w-Apb-Forcage
              END-IF
           END-PERFORM
           .

      *=================================================================
      *    Recherche d'un enregistrement du master portant les memes
      *    valeurs hello/world que le detail en cours : s'il existe,
      *    le detail est un doublon de re-soumission. La recherche se
      *    fait par lecture directe sur la cle alternee du contenu,
      *    qui suit les acceptations, corrections et suppressions du
      *    lot au fur et a mesure. Le forcage superviseur
      *    court-circuite le controle pour une re-soumission connue
           SET w-Det-Doublon-Non TO TRUE
           SET w-Det-Rejoue-Non  TO TRUE
           MOVE 0 TO w-Dbl-Cle-Existante

           IF w-Chargement-Force-Non
              PERFORM RECHERCHE-DOUBLON-CLE
           END-IF

      *    Pendant la reprise du fichier interrompu, un doublon dont
           .

      *=================================================================
       RECHERCHE-DOUBLON-CLE.
      *=================================================================
      *    Positionnement sur le premier enregistrement du master
      *    portant ce contenu (le plus ancien des doublons) ; la cle
      *    primaire reste la cle de reference des lectures directes
      *    qui suivent (READ par cle, START sur ENR-IDX-CLE)
           MOVE hello         TO w-Dbl-Cherche-Hello
           MOVE world         TO w-Dbl-Cherche-World
           MOVE w-Dbl-Cherche TO IDX-D-CONTENU

           START F-ENT-IDX KEY = IDX-D-CONTENU

           EVALUATE L-STS-IDX
              WHEN 0
                 READ F-ENT-IDX NEXT RECORD
                 IF L-STS-IDX NOT = 0 AND L-STS-IDX NOT = 02
                    DISPLAY 'Erreur lecture fichier INDEX'
                    MOVE 'IDX'      TO L-ERR-FICHIER
                    MOVE L-STS-IDX  TO L-ERR-STATUT
                    PERFORM TRAIT-ERREUR
                 END-IF
                 SET w-Det-Doublon-Oui TO TRUE
                 MOVE ENR-IDX-CLE TO w-Dbl-Cle-Existante
              WHEN 23
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'Erreur positionnement fichier INDEX'
                 MOVE 'IDX'      TO L-ERR-FICHIER
                 MOVE L-STS-IDX  TO L-ERR-STATUT
                 PERFORM TRAIT-ERREUR
           END-EVALUATE
           .

      *=================================================================
           WRITE ENR-DBL FROM L-DBL-DETAIL

           ADD 1 TO w-Nb-Dbl

      *    Le doublon part aussi au retour de son emetteur, avec la
      *    cle du master qui porte deja ces valeurs
           MOVE w-Dbl-Cle-Existante TO RET-CLE
           MOVE 'DOUBLON'           TO RET-MOTIF
           MOVE 'D01'               TO RET-CODE
           PERFORM ECRITURE-RETOUR-LIGNE
           .

      *=================================================================
       OUVERTURE-RETOUR.
      *=================================================================
           IF w-Reprise-Job-Oui
              OPEN EXTEND F-RET
           ELSE
              OPEN OUTPUT F-RET
           END-IF

           IF L-STS-RET NOT = 0
              DISPLAY 'Erreur ouverture fichier RETOUR'
              MOVE 'RET'      TO L-ERR-FICHIER
              MOVE L-STS-RET  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF
           .

      *=================================================================
       ECRITURE-RETOUR-LIGNE.
      *=================================================================
      *    Le code, le motif et la cle sont poses par l'appelant ;
      *    l'image est l'enregistrement tel que lu dans le fichier
           SET RET-TYPE-LIGNE      TO TRUE
           MOVE w-Ent-Origine      TO RET-ORIGINE
           MOVE w-Nom-Fichier      TO RET-FICHIER
           MOVE w-Ent-Date-Fichier TO RET-DATE-FICHIER
           MOVE ENR-ENT            TO RET-IMAGE
           MOVE 0                  TO RET-NB-DETAIL
           MOVE SPACE              TO RET-STATUT

           WRITE ENR-RET
           .

      *=================================================================
       ECRITURE-RETOUR-FICHIER.
      *=================================================================
      *    Une ligne par fichier du lot, charge ou mis en suspens :
      *    l'emetteur sans rejet recoit ainsi quand meme ses comptes
           SET RET-TYPE-FICHIER    TO TRUE
           MOVE w-Nom-Fichier      TO RET-FICHIER
           MOVE SPACES             TO RET-IMAGE
           MOVE 0                  TO RET-CLE

           IF w-Fic-Suspendu-Oui
              MOVE w-Pre-Origine      TO RET-ORIGINE
              MOVE w-Pre-Date-Fichier TO RET-DATE-FICHIER
              MOVE w-Pre-Nb-Detail    TO RET-NB-DETAIL
              MOVE w-Sus-Motif        TO RET-MOTIF
              SET RET-STATUT-SUSPENS  TO TRUE
              EVALUATE w-Sus-Motif
                 WHEN 'SEUIL REJETS'
                    MOVE 'S01' TO RET-CODE
                 WHEN 'MVT NON VISE'
                    MOVE 'S03' TO RET-CODE
                 WHEN OTHER
                    MOVE 'S02' TO RET-CODE
              END-EVALUATE
           ELSE
              MOVE w-Ent-Origine      TO RET-ORIGINE
              MOVE w-Ent-Date-Fichier TO RET-DATE-FICHIER
              MOVE w-Ckp-Nb-Lus       TO RET-NB-DETAIL
              MOVE SPACES             TO RET-MOTIF
              MOVE SPACES             TO RET-CODE
              SET RET-STATUT-CHARGE   TO TRUE
           END-IF

           WRITE ENR-RET
           .

      *=================================================================
       FERMETURE-RETOUR.
      *=================================================================
           CLOSE F-RET
           .

      *=================================================================
           CLOSE F-DBL
           .

      *=================================================================
       OUVERTURE-RAPPORT-SUSPENS.
      *=================================================================
           IF w-Reprise-Job-Oui
              OPEN EXTEND F-SRP
           ELSE
              OPEN OUTPUT F-SRP
           END-IF

           IF L-STS-SRP NOT = 0
              DISPLAY 'Erreur ouverture fichier RAPPORT SUSPENS'
              MOVE 'SRP'      TO L-ERR-FICHIER
              MOVE L-STS-SRP  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF

           IF w-Reprise-Job-Non
              MOVE w-Operateur TO L-SRP-E-OPR
              WRITE ENR-SRP FROM L-SRP-ENTETE
              WRITE ENR-SRP FROM L-SRP-COLONNES
           END-IF
           .

      *=================================================================
       FERMETURE-RAPPORT-SUSPENS.
      *=================================================================
      *    Le pied rappelle tous les fichiers du catalogue encore en
      *    attente de decision, suspendus par ce lot ou avant lui
           MOVE w-Sus-Nb-Attente TO L-SRP-P-NB

           WRITE ENR-SRP FROM L-SRP-PIED

           CLOSE F-SRP
           .

      *=================================================================
       OUVERTURE-RAPPORT.
      *=================================================================
                  w-Ent-Date-Fichier  DELIMITED BY SIZE
                  INTO w-Ext-Ligne

           PERFORM ECRITURE-LIGNE-EXTRAIT
           .

      *=================================================================
       ECRITURE-EXTRAIT-CORRECTION.
      *=================================================================
      *    Une ligne de changement par correction appliquee au master :
      *    cle, valeurs avant puis apres, et l'emetteur, le fichier et
      *    la date du fichier de mouvements, pour que l'entrepot
      *    aligne sa copie sur le master au lieu de la laisser deriver
           MOVE SPACES TO w-Ext-Ligne

           STRING 'C;'                DELIMITED BY SIZE
                  COR-CLE             DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  w-Ext-Avant-Hello   DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Ext-Avant-World   DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  COR-HELLO           DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  COR-WORLD           DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Ent-Origine       DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Nom-Fichier       DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Ent-Date-Fichier  DELIMITED BY SIZE
                  INTO w-Ext-Ligne

           PERFORM ECRITURE-LIGNE-EXTRAIT
           .

      *=================================================================
       ECRITURE-EXTRAIT-SUPPRESSION.
      *=================================================================
      *    Une ligne de changement par suppression appliquee au
      *    master : cle et dernieres valeurs connues avant suppression
           MOVE SPACES TO w-Ext-Ligne

           STRING 'S;'                DELIMITED BY SIZE
                  SUP-CLE             DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  w-Ext-Avant-Hello   DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Ext-Avant-World   DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Ent-Origine       DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Nom-Fichier       DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  w-Ent-Date-Fichier  DELIMITED BY SIZE
                  INTO w-Ext-Ligne

           PERFORM ECRITURE-LIGNE-EXTRAIT
           .

      *=================================================================
       ECRITURE-LIGNE-EXTRAIT.
      *=================================================================
           WRITE ENR-EXT FROM w-Ext-Ligne

           IF L-STS-EXT NOT = 0
              PERFORM TRAIT-ERREUR
           END-IF

      *    Chaque ligne detail ou de changement expediee entre dans
      *    le total de controle porte par le trailer de l'extrait
           MOVE w-Ext-Ligne       TO w-Hachage-Zone
           MOVE 100               TO w-Hachage-Longueur
           MOVE w-Hachage-Extrait TO w-Hachage-Total
      *=================================================================
      *    Le trailer porte le nombre de detail expedies et le total
      *    de controle de contenu, pour que l'entrepot verifie le
      *    transfert comme F-ENT avec TRL-NB-DETAIL et TRL-HACHAGE,
      *    suivis des nombres de lignes de changement C et S (une
      *    par correction ou suppression appliquee au master)
           MOVE SPACES TO w-Ext-Ligne

           STRING 'T;'               DELIMITED BY SIZE
                  w-Nb-Enr           DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  w-Hachage-Extrait  DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  w-Nb-Cor-Faites    DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  w-Nb-Sup-Faites    DELIMITED BY SIZE
                  INTO w-Ext-Ligne

           WRITE ENR-EXT FROM w-Ext-Ligne
      *    couvre la premiere mise en place, le point de reprise
      *    perdu et la fenetre de rejeu apres fin anormale, sans
      *    jamais redescendre sous la cle conservee. Le releve de la
      *    plus haute cle est fait par POSITIONNEMENT-CLE-INDEX,
      *    enchaine juste apres
           .

      *=================================================================
       POSITIONNEMENT-CLE-INDEX.
      *=================================================================
      *    Une seule passe sur le master au demarrage, en ordre de
      *    cles : la derniere lue est la plus haute
           MOVE 0 TO w-Idx-Cle-Balayee
           SET L-IDX-EOF-NON TO TRUE

              MOVE L-STS-IDX  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF
           .

      *=================================================================
           READ F-ENT-IDX

           IF L-STS-IDX = 0
              MOVE IDX-D-HELLO TO w-Ext-Avant-Hello
              MOVE IDX-D-WORLD TO w-Ext-Avant-World

              MOVE COR-HELLO   TO w-Det-I-Hello
              MOVE COR-WORLD   TO w-Det-I-World
              MOVE w-Det-Image TO ENR-IDX-DONNEES
              MOVE 'COR'      TO L-AUD-DISPO
              ADD 1 TO w-Nb-Cor-Faites

      *       La correction part a l'entrepot avec l'avant/apres
              PERFORM ECRITURE-EXTRAIT-CORRECTION
           ELSE
              IF L-STS-IDX = 23
                 MOVE 'NON TROUVE' TO L-MNT-D-RESULTAT
      *=================================================================
      *    Mouvement de suppression, applique par APPLICATION-
      *    MOUVEMENTS apres la reconciliation du fichier :
      *    l'enregistrement du master porte par la cle est relu,
      *    pour ses dernieres valeurs envoyees a l'entrepot, puis
      *    supprime. Une cle absente n'est pas une erreur fatale :
      *    elle est signalee sur le rapport
           MOVE 'SUPPRESSION' TO L-MNT-D-MOUVEMENT
           MOVE SUP-CLE       TO L-MNT-D-CLE

           MOVE SUP-CLE TO ENR-IDX-CLE
           READ F-ENT-IDX

           IF L-STS-IDX = 0
              MOVE IDX-D-HELLO TO w-Ext-Avant-Hello
              MOVE IDX-D-WORLD TO w-Ext-Avant-World

              DELETE F-ENT-IDX RECORD
           END-IF

           IF L-STS-IDX = 0
              MOVE 'APPLIQUE' TO L-MNT-D-RESULTAT
              MOVE 'SUP'      TO L-AUD-DISPO
              ADD 1 TO w-Nb-Sup-Faites

      *       La suppression part a l'entrepot avec l'avant
              PERFORM ECRITURE-EXTRAIT-SUPPRESSION
           ELSE
              IF L-STS-IDX = 23
                 MOVE 'NON TROUVE' TO L-MNT-D-RESULTAT
           CLOSE F-ENT-IDX
           .

      *=================================================================
       GENERATION-SORTIES.
      *=================================================================
      *    La generation porte la date du lot (celle de Hello2.cnt) ;
      *    un lot relance pour la meme date remplace sa generation
           IF w-Ent-Date-Fichier > 0
              MOVE w-Ent-Date-Fichier TO w-Gen-Date
           ELSE
              ACCEPT w-Gen-Date FROM DATE YYYYMMDD
           END-IF
           ACCEPT w-Gen-Heure FROM TIME

           PERFORM LECTURE-PARAMETRE-GENERATIONS
           PERFORM CHARGEMENT-CATALOGUE-GENERATIONS

           PERFORM VARYING w-Gen-Sfx-Idx FROM 1 BY 1
                      UNTIL w-Gen-Sfx-Idx > 6
              PERFORM COPIE-GENERATION
           END-PERFORM

           PERFORM MISE-A-JOUR-CATALOGUE-GENERATIONS

      *    Roulement : les plus anciennes partent en premier
           PERFORM UNTIL w-Gct-Nb NOT > w-Gen-Nb-Max
              PERFORM SUPPRESSION-GENERATION
           END-PERFORM

           PERFORM ECRITURE-CATALOGUE-GENERATIONS

           DISPLAY 'SORTIES DU LOT CONSERVEES EN GENERATION DU '
                   w-Gen-Date ' (' w-Gct-Nb ' GENERATION(S))'
           .

      *=================================================================
       LECTURE-PARAMETRE-GENERATIONS.
      *=================================================================
      *    Carte absente, vide ou a zero : 7 generations ; la table du
      *    catalogue en porte au plus 99 avant le roulement
           MOVE 7 TO w-Gen-Nb-Max

           OPEN INPUT F-PRM

           IF L-STS-PRM = 0
              READ F-PRM
              IF L-STS-PRM = 0
                 AND PRM-NB-GENERATIONS IS NUMERIC
                 AND PRM-NB-GENERATIONS > '000'
                 MOVE PRM-NB-GENERATIONS TO w-Gen-Nb-Max
              END-IF
              CLOSE F-PRM
           END-IF

           IF w-Gen-Nb-Max > 99
              MOVE 99 TO w-Gen-Nb-Max
           END-IF
           .

      *=================================================================
       CHARGEMENT-CATALOGUE-GENERATIONS.
      *=================================================================
           MOVE 0 TO w-Gct-Nb
           SET L-GCT-EOF-NON TO TRUE

           OPEN INPUT F-GCT

           IF L-STS-GCT = 0
              PERFORM UNTIL L-GCT-EOF-OUI
                 READ F-GCT
                 AT END
                    SET L-GCT-EOF-OUI TO TRUE
                 NOT AT END
                    IF w-Gct-Nb < 100
                       ADD 1 TO w-Gct-Nb
                       MOVE ENR-GCT TO w-Gct-Entree(w-Gct-Nb)
                    ELSE
                       DISPLAY 'Alerte : catalogue des generations '
                               'plein (100 max)'
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-GCT
           END-IF
           .

      *=================================================================
       COPIE-GENERATION.
      *=================================================================
      *    Une sortie absente donne une generation vide : le
      *    catalogue en garde trace avec zero ligne
           MOVE SPACES TO w-Nom-Gen-Source
           STRING 'Hello2.'                     DELIMITED BY SIZE
                  w-Gen-Suffixe(w-Gen-Sfx-Idx)  DELIMITED BY SIZE
                  INTO w-Nom-Gen-Source

           MOVE SPACES TO w-Nom-Generation
           STRING 'Hello2'                      DELIMITED BY SIZE
                  w-Gen-Date                    DELIMITED BY SIZE
                  '.'                           DELIMITED BY SIZE
                  w-Gen-Suffixe(w-Gen-Sfx-Idx)  DELIMITED BY SIZE
                  INTO w-Nom-Generation

           MOVE 0 TO w-Gen-Nb-Lignes
           SET L-GSR-EOF-NON TO TRUE

           OPEN OUTPUT F-GEN

           IF L-STS-GEN NOT = 0
              DISPLAY 'Alerte : generation non conservee : '
                      w-Nom-Generation ' statut ' L-STS-GEN
           ELSE
              OPEN INPUT F-GSR

              IF L-STS-GSR NOT = 0
                 SET L-GSR-EOF-OUI TO TRUE
              END-IF

              PERFORM UNTIL L-GSR-EOF-OUI
                 READ F-GSR
                 AT END
                    SET L-GSR-EOF-OUI TO TRUE
                 NOT AT END
                    WRITE ENR-GEN FROM ENR-GSR
                    ADD 1 TO w-Gen-Nb-Lignes
                 END-READ
              END-PERFORM

              IF L-STS-GSR = 10 OR L-STS-GSR = 0
                 CLOSE F-GSR
              END-IF

              CLOSE F-GEN
           END-IF

           MOVE w-Gen-Nb-Lignes TO w-Gen-Lignes(w-Gen-Sfx-Idx)
           .

      *=================================================================
       MISE-A-JOUR-CATALOGUE-GENERATIONS.
      *=================================================================
      *    Une generation de la meme date (lot relance ou derogation)
      *    est remplacee sur place, sinon ajoutee en queue
           MOVE 0 TO w-Gct-Trouvee

           PERFORM VARYING w-Gct-Idx FROM 1 BY 1
                      UNTIL w-Gct-Idx > w-Gct-Nb
              MOVE w-Gct-Entree(w-Gct-Idx) TO ENR-GCT
              IF GCT-DATE = w-Gen-Date
                 MOVE w-Gct-Idx TO w-Gct-Trouvee
              END-IF
           END-PERFORM

           MOVE w-Gen-Date  TO GCT-DATE
           MOVE w-Gen-Heure TO GCT-HEURE
           PERFORM VARYING w-Gen-Sfx-Idx FROM 1 BY 1
                      UNTIL w-Gen-Sfx-Idx > 6
              MOVE w-Gen-Lignes(w-Gen-Sfx-Idx)
                TO GCT-LIGNES(w-Gen-Sfx-Idx)
           END-PERFORM

           IF w-Gct-Trouvee > 0
              MOVE ENR-GCT TO w-Gct-Entree(w-Gct-Trouvee)
           ELSE
              IF w-Gct-Nb = 100
      *          Table pleine : la plus ancienne part d'abord
                 PERFORM SUPPRESSION-GENERATION
              END-IF
              ADD 1 TO w-Gct-Nb
              MOVE ENR-GCT TO w-Gct-Entree(w-Gct-Nb)
           END-IF
           .

      *=================================================================
       SUPPRESSION-GENERATION.
      *=================================================================
      *    Les six fichiers de la generation en tete de table (la plus
      *    ancienne) sont supprimes, puis la table est retassee
           MOVE w-Gct-Entree(1) TO ENR-GCT

           PERFORM VARYING w-Gen-Sfx-Idx FROM 1 BY 1
                      UNTIL w-Gen-Sfx-Idx > 6
              MOVE SPACES TO w-Nom-Generation
              STRING 'Hello2'                     DELIMITED BY SIZE
                     GCT-DATE                     DELIMITED BY SIZE
                     '.'                          DELIMITED BY SIZE
                     w-Gen-Suffixe(w-Gen-Sfx-Idx) DELIMITED BY SIZE
                     INTO w-Nom-Generation

              DELETE FILE F-GEN

              IF L-STS-GEN NOT = 0 AND L-STS-GEN NOT = 35
                 DISPLAY 'Erreur suppression generation '
                         w-Nom-Generation ' statut ' L-STS-GEN
              END-IF
           END-PERFORM

           DISPLAY 'GENERATION SUPPRIMEE : ' GCT-DATE

           PERFORM VARYING w-Gct-Idx FROM 2 BY 1
                      UNTIL w-Gct-Idx > w-Gct-Nb
              MOVE w-Gct-Entree(w-Gct-Idx)
                TO w-Gct-Entree(w-Gct-Idx - 1)
           END-PERFORM

           SUBTRACT 1 FROM w-Gct-Nb
           .

      *=================================================================
       ECRITURE-CATALOGUE-GENERATIONS.
      *=================================================================
           OPEN OUTPUT F-GCT

           IF L-STS-GCT NOT = 0
              DISPLAY 'Erreur ouverture fichier CATALOGUE GENERATIONS'
              MOVE 'GCT'      TO L-ERR-FICHIER
              MOVE L-STS-GCT  TO L-ERR-STATUT
              PERFORM TRAIT-ERREUR
           END-IF

           PERFORM VARYING w-Gct-Idx FROM 1 BY 1
                      UNTIL w-Gct-Idx > w-Gct-Nb
              MOVE w-Gct-Entree(w-Gct-Idx) TO ENR-GCT
              WRITE ENR-GCT
           END-PERFORM

           CLOSE F-GCT
           .

      *=================================================================
       RECHERCHE-DIRECTE.
      *=================================================================
      *=================================================================
       ECRITURE-ALERTE.
      *=================================================================
      *    Appele depuis TRAIT-ERREUR (et a la mise en suspens d'un
      *    fichier) : un incident sur le fichier des alertes est
      *    seulement signale, pour ne pas masquer la fin anormale
      *    d'origine
           OPEN EXTEND F-ALT

           IF L-STS-ALT = 35

              CLOSE F-ALT
           END-IF

      *    Toute alerte est aussi publiee sur le fil d'evenements,
      *    meme si le fichier des alertes n'a pu etre complete
           PERFORM EVENEMENT-ALERTE
           .

      *=================================================================
       EVENEMENT-ALERTE.
      *=================================================================
      *    Code evenement ALT + fichier + statut (ex. ALTSUS96) ; un
      *    refus de mouvement ou de carte de forcage (92) ou une mise
      *    en suspens (96) laisse le lot se poursuivre : alerte. Tout
      *    le reste accompagne une fin anormale : critique
           MOVE SPACES TO w-Evt-Code
           STRING 'ALT'               DELIMITED BY SIZE
                  L-ERR-FICHIER(1:3)  DELIMITED BY SIZE
                  L-ERR-STATUT        DELIMITED BY SIZE
                  INTO w-Evt-Code
           END-STRING

           MOVE w-Nom-Fichier TO w-Evt-Objet

           EVALUATE L-ERR-STATUT
              WHEN 92
                 MOVE 'W' TO w-Evt-Severite
                 IF L-ERR-FICHIER = 'FRC'
                    MOVE 'Hello2.frc' TO w-Evt-Objet
                    MOVE 'CARTE DE FORCAGE NON VISEE'
                                  TO w-Evt-Texte
                 ELSE
                    MOVE 'MOUVEMENT REFUSE AU DOUBLE CONTROLE'
                                  TO w-Evt-Texte
                 END-IF
              WHEN 96
                 MOVE 'W' TO w-Evt-Severite
                 MOVE 'FICHIER MIS EN SUSPENS (SEUIL DEPASSE)'
                                  TO w-Evt-Texte
              WHEN 94
                 MOVE 'C' TO w-Evt-Severite
                 MOVE 'FIN ANORMALE : ORIGINE INCONNUE'
                                  TO w-Evt-Texte
              WHEN 95
                 MOVE 'C' TO w-Evt-Severite
                 MOVE 'FIN ANORMALE : TOTAL DE CONTROLE EN ECART'
                                  TO w-Evt-Texte
              WHEN 97
                 MOVE 'C' TO w-Evt-Severite
                 MOVE 'FIN ANORMALE : TABLE DES MOUVEMENTS PLEINE'
                                  TO w-Evt-Texte
              WHEN 98
                 MOVE 'C' TO w-Evt-Severite
                 MOVE 'FIN ANORMALE : DATE REFUSEE PAR LE CALENDRIER'
                                  TO w-Evt-Texte
              WHEN 99
                 MOVE 'C' TO w-Evt-Severite
                 MOVE 'FIN ANORMALE : STRUCTURE DE FICHIER INCOMPLETE'
                                  TO w-Evt-Texte
              WHEN OTHER
                 MOVE 'C' TO w-Evt-Severite
                 MOVE 'FIN ANORMALE : ERREUR D''ENTREE-SORTIE'
                                  TO w-Evt-Texte
           END-EVALUATE

           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
       EVENEMENT-FIN-LOT.
      *=================================================================
      *    Fin normale : une information avec les volumes du lot, et
      *    une alerte si des details ont ete rejetes (Hello2.rej a
      *    traiter par l'exploitation)
           MOVE w-Nb-Enr TO w-Evt-Nb
           MOVE w-Nb-Rej TO w-Evt-Nb-Rej

           MOVE 'I'        TO w-Evt-Severite
           MOVE 'FINLOT'   TO w-Evt-Code
           MOVE SPACES     TO w-Evt-Objet
           MOVE SPACES     TO w-Evt-Texte
           STRING 'LOT TERMINE - ENREG. ' DELIMITED BY SIZE
                  w-Evt-Nb                DELIMITED BY SIZE
                  ' REJETS '              DELIMITED BY SIZE
                  w-Evt-Nb-Rej            DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING
           CALL 'Evenement' USING w-Evt-Demande

           IF w-Nb-Rej > 0
              MOVE 'W'          TO w-Evt-Severite
              MOVE 'REJETS'     TO w-Evt-Code
              MOVE 'Hello2.rej' TO w-Evt-Objet
              MOVE SPACES       TO w-Evt-Texte
              STRING 'DETAILS REJETES A TRAITER : ' DELIMITED BY SIZE
                     w-Evt-Nb-Rej                   DELIMITED BY SIZE
                     INTO w-Evt-Texte
              END-STRING
              CALL 'Evenement' USING w-Evt-Demande
           END-IF
           .

      *=================================================================
