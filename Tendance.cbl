      *              signalement des executions dont le volume s'ecarte
      *              fortement de la moyenne recente du meme job (la
      *              trace d'un emetteur qui perd la moitie d'un flux).
      *              L'ecart de la derniere execution de chaque job est
      *              publie sur le fil d'evenements (Evenement.fic).
      *-----------------------------------------------------------------

      *=================================================================
               10 w-Moy-Job       PIC X(8).
               10 w-Moy-Somme     PIC 9(12).
               10 w-Moy-Nombre    PIC 9(5).
               10 w-Moy-Derniere  PIC 9(3).
       01 w-Moy-Nb            PIC 9(2) VALUE 0.
       01 w-Moy-Idx           PIC 9(2) VALUE 0.
       01 w-Moy-Trouvee       PIC 9(2) VALUE 0.
       01 w-Moyenne           PIC 9(8)  VALUE 0.
       01 w-Taux-Rejet        PIC 9(3)  VALUE 0.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Tendance'.
           05 w-Evt-Severite      PIC X    VALUE 'W'.
           05 w-Evt-Code          PIC X(8) VALUE 'VOLUME'.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
              IF w-Moy-Trouvee > 0
                 ADD w-Volume TO w-Moy-Somme(w-Moy-Trouvee)
                 ADD 1        TO w-Moy-Nombre(w-Moy-Trouvee)
                 MOVE w-Exe-Idx TO w-Moy-Derniere(w-Moy-Trouvee)
              ELSE
                 IF w-Moy-Nb < 20
                    ADD 1 TO w-Moy-Nb
                    MOVE w-Exe-Job(w-Exe-Idx) TO w-Moy-Job(w-Moy-Nb)
                    MOVE w-Volume             TO w-Moy-Somme(w-Moy-Nb)
                    MOVE 1                    TO w-Moy-Nombre(w-Moy-Nb)
                    MOVE w-Exe-Idx TO w-Moy-Derniere(w-Moy-Nb)
                 END-IF
              END-IF
           END-PERFORM
           MOVE w-Exe-CR(w-Exe-Idx)       TO L-RPT-D-CR

           WRITE ENR-RPT FROM L-RPT-DETAIL

      *    L'ecart est publie sur le fil d'evenements pour la seule
      *    derniere execution du job : les precedentes l'ont deja ete
      *    lors des editions anterieures
           IF L-RPT-D-OBS NOT = SPACES
              IF w-Moy-Derniere(w-Moy-Trouvee) = w-Exe-Idx
                 PERFORM EVENEMENT-ECART
              END-IF
           END-IF
           .

      *=================================================================
       EVENEMENT-ECART.
      *=================================================================
      *    Job en objet ; texte de l'observation sans ses etoiles,
      *    suivi de la date de l'execution
           MOVE w-Exe-Job(w-Exe-Idx) TO w-Evt-Objet
           MOVE SPACES               TO w-Evt-Texte
           STRING L-RPT-D-OBS(4:)       DELIMITED BY '  '
                  ' LE '                DELIMITED BY SIZE
                  w-Exe-Date(w-Exe-Idx) DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *================================================================
