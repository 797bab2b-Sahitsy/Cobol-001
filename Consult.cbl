       PROGRAM-ID. Consult IS INITIAL PROGRAM.
      *DESCRIPTION : Consultation du master indexe Hello2.idx pour le
      *              support : recherche par valeur de contenu (hello
      *              et/ou world, sans connaitre la cle, en lecture
      *              directe sur la cle alternee du contenu des que
      *              hello est connu), parcours d'une
      *              plage de cles par START/READ NEXT avec pagination
      *              ecran, chaque resultat affiche avec sa cle et son
      *              contenu complet, et historique complet d'une cle
      *---------------------
       FILE-CONTROL.
      *-------------
      *--- Master indexe consulte en lecture seule (cles de Hello2)
           SELECT F-ENT-IDX ASSIGN TO 'Hello2.idx'
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS ENR-IDX-CLE
                            ALTERNATE RECORD KEY IS IDX-D-CONTENU
                               WITH DUPLICATES
                            FILE STATUS IS L-STS-IDX.

      *--- Journal d'audit courant, pour l'historique par cle
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
       01 w-Cat-Nb            PIC 9(3) VALUE 0.
       01 w-Cat-Idx           PIC 9(3) VALUE 0.

      *--- Criteres de recherche saisis ; le contenu cherche a le
      *    dessin de la cle alternee (hello, separateur, world)
       01 w-Contenu-Cherche.
           05 w-Hello-Cherche PIC X(5)  VALUE SPACES.
           05 FILLER          PIC X     VALUE SPACE.
           05 w-World-Cherche PIC X(5)  VALUE SPACES.
       01 w-Cle-Debut         PIC 9(7)  VALUE 0.
       01 w-Cle-Fin           PIC 9(7)  VALUE 0.

      *=================================================================
           DISPLAY SPACE
           DISPLAY '====== CONSULTATION DU MASTER ======'
           DISPLAY '1 - RECHERCHE PAR VALEUR (HELLO ET/OU WORLD)'
           DISPLAY '2 - PARCOURS D''UNE PLAGE DE CLES'
           DISPLAY '3 - HISTORIQUE D''UNE CLE (JOURNAL D''AUDIT)'
           DISPLAY '0 - RETOUR'
      *=================================================================
       RECHERCHE-PAR-CONTENU.
      *=================================================================
      *    Hello connu : lecture directe sur la cle alternee du
      *    contenu, complete (hello et world) ou sur sa partie de tete
      *    (hello seul), puis lecture suivante tant que le contenu
      *    correspond. World seul : la cle alternee ne peut pas
      *    servir (world n'en est pas la tete), parcours sequentiel
           DISPLAY 'HELLO CHERCHE (5 CAR. MAX, ENTREE = TOUS) :'
           ACCEPT w-Hello-Cherche
           DISPLAY 'WORLD CHERCHE (5 CAR. MAX, ENTREE = TOUS) :'
           ACCEPT w-World-Cherche

           MOVE 0 TO w-Nb-Trouves
           MOVE 0 TO w-Nb-Lignes-Ecran
           SET w-Poursuite-Oui TO TRUE
           SET L-IDX-EOF-NON   TO TRUE

           EVALUATE TRUE
              WHEN w-Hello-Cherche = SPACES
                   AND w-World-Cherche = SPACES
                 DISPLAY 'AUCUNE VALEUR SAISIE'
              WHEN w-Hello-Cherche NOT = SPACES
                 PERFORM RECHERCHE-CONTENU-CLE
              WHEN OTHER
                 PERFORM RECHERCHE-CONTENU-WORLD
           END-EVALUATE

           DISPLAY 'ENREGISTREMENTS TROUVES : ' w-Nb-Trouves
           .

      *=================================================================
       RECHERCHE-CONTENU-CLE.
      *=================================================================
           MOVE w-Contenu-Cherche TO IDX-D-CONTENU

           IF w-World-Cherche NOT = SPACES
              START F-ENT-IDX KEY = IDX-D-CONTENU
           ELSE
              START F-ENT-IDX KEY = IDX-D-HELLO
           END-IF

           IF L-STS-IDX NOT = 0
              SET L-IDX-EOF-OUI TO TRUE
           END-IF

      *    Les contenus se suivent dans l'ordre de la cle alternee :
      *    le premier qui ne correspond plus termine la recherche
           PERFORM UNTIL L-IDX-EOF-OUI OR w-Poursuite-Non
              READ F-ENT-IDX NEXT RECORD
              AT END
                 SET L-IDX-EOF-OUI TO TRUE
              NOT AT END
                 IF IDX-D-HELLO NOT = w-Hello-Cherche
                    OR (w-World-Cherche NOT = SPACES
                        AND IDX-D-WORLD NOT = w-World-Cherche)
                    SET L-IDX-EOF-OUI TO TRUE
                 ELSE
                    ADD 1 TO w-Nb-Trouves
                    PERFORM AFFICHAGE-RESULTAT
                 END-IF
              END-READ
           END-PERFORM
           .

      *=================================================================
       RECHERCHE-CONTENU-WORLD.
      *=================================================================
           MOVE 0 TO ENR-IDX-CLE
           START F-ENT-IDX KEY > ENR-IDX-CLE

              AT END
                 SET L-IDX-EOF-OUI TO TRUE
              NOT AT END
                 IF IDX-D-WORLD = w-World-Cherche
                    ADD 1 TO w-Nb-Trouves
                    PERFORM AFFICHAGE-RESULTAT
                 END-IF
              END-READ
           END-PERFORM
           .

      *=================================================================
