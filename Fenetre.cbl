      *              fenetre de nuit, comme Tendance signale les
      *              ecarts de volume), et mesure l'amplitude totale
      *              de la derniere chaine planifiee d'apres les
      *              horodatages des etapes de Menu.log. La derive de
      *              la derniere execution de chaque job est publiee sur
      *              le fil d'evenements (Evenement.fic).
      *-----------------------------------------------------------------

      *=================================================================
               10 w-Moy-Job       PIC X(8).
               10 w-Moy-Somme     PIC 9(12).
               10 w-Moy-Nombre    PIC 9(5).
               10 w-Moy-Derniere  PIC 9(3).
       01 w-Moy-Nb            PIC 9(2) VALUE 0.
       01 w-Moy-Idx           PIC 9(2) VALUE 0.
       01 w-Moy-Trouvee       PIC 9(2) VALUE 0.
       01 w-Sec-Debut         PIC 9(6) VALUE 0.
       01 w-Sec-Fin           PIC 9(6) VALUE 0.

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Fenetre'.
           05 w-Evt-Severite      PIC X    VALUE 'W'.
           05 w-Evt-Code          PIC X(8) VALUE 'DUREE'.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.
       01 w-Evt-Duree         PIC Z(5)9.
       01 w-Evt-Moyenne       PIC Z(5)9.

      *--- Date systeme utilisee pour l'entete du rapport
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
                    ADD w-Exe-Duree(w-Exe-Idx)
                        TO w-Moy-Somme(w-Moy-Trouvee)
                    ADD 1 TO w-Moy-Nombre(w-Moy-Trouvee)
                    MOVE w-Exe-Idx TO w-Moy-Derniere(w-Moy-Trouvee)
                 ELSE
                    IF w-Moy-Nb < 20
                       ADD 1 TO w-Moy-Nb
                       MOVE w-Exe-Duree(w-Exe-Idx)
                         TO w-Moy-Somme(w-Moy-Nb)
                       MOVE 1 TO w-Moy-Nombre(w-Moy-Nb)
                       MOVE w-Exe-Idx TO w-Moy-Derniere(w-Moy-Nb)
                    END-IF
                 END-IF
              END-IF

                 IF w-Exe-Duree(w-Exe-Idx) > w-Moyenne * 2
                    MOVE '** DUREE EN FORTE DERIVE' TO L-RPT-D-OBS
      *             Publiee sur le fil d'evenements pour la seule
      *             derniere execution du job, les precedentes l'ont
      *             deja ete lors des editions anterieures
                    IF w-Moy-Derniere(w-Moy-Trouvee) = w-Exe-Idx
                       PERFORM EVENEMENT-DERIVE
                    END-IF
                 END-IF
              END-IF
           ELSE
           WRITE ENR-RPT FROM L-RPT-DETAIL
           .

      *=================================================================
       EVENEMENT-DERIVE.
      *=================================================================
      *    Job en objet ; duree de l'execution et moyenne en secondes
           MOVE w-Exe-Duree(w-Exe-Idx) TO w-Evt-Duree
           MOVE w-Moyenne              TO w-Evt-Moyenne

           MOVE w-Exe-Job(w-Exe-Idx) TO w-Evt-Objet
           MOVE SPACES               TO w-Evt-Texte
           STRING 'DERIVE DE DUREE LE '       DELIMITED BY SIZE
                  w-Exe-Date(w-Exe-Idx)       DELIMITED BY SIZE
                  ' :'                        DELIMITED BY SIZE
                  w-Evt-Duree                 DELIMITED BY SIZE
                  'S MOY'                     DELIMITED BY SIZE
                  w-Evt-Moyenne               DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING

           CALL 'Evenement' USING w-Evt-Demande
           .

      *================================================================
      *Fin du programme
       END PROGRAM Fenetre.
