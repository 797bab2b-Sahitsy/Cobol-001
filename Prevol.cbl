      *              trailer. Un rapport go/no-go (Prevol.rpt) permet a
      *              l'exploitation de relancer l'emetteur avant le
      *              traitement au lieu de decouvrir le probleme en
      *              pleine nuit. Les fichiers en anomalie et le
      *              verdict sont publies sur le fil d'evenements
      *              d'exploitation (Evenement.fic).
      *-----------------------------------------------------------------

      *=================================================================
           RECORD CONTAINS 80 CHARACTERS.
       01  ENR-RPT             PIC X(80).

      *--- Referentiel des origines : code et libelle de l'emetteur,
      *    seuils de suspension, calendrier de livraison (dessin de
      *    Hello2, non utilises ici)
       FD  F-ORG
           RECORD CONTAINS 52 CHARACTERS.
       01  ENR-ORG.
           10  ORG-CODE       PIC X(5).
           10  ORG-LIBELLE    PIC X(30).
           10  ORG-SEUIL-REJ  PIC 9(3).
           10  ORG-SEUIL-DBL  PIC 9(3).
           10  ORG-JOURS      PIC X(7).
           10  ORG-HEURE-LIMITE PIC 9(4).

      *------------------------
       WORKING-STORAGE SECTION.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Prevol'.
           05 w-Evt-Severite      PIC X    VALUE 'I'.
           05 w-Evt-Code          PIC X(8) VALUE SPACES.
           05 w-Evt-Objet         PIC X(40) VALUE SPACES.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'PREVOL'.
              MOVE 'KO'       TO L-RPT-D-ETAT
              MOVE w-Motif-Ko TO L-RPT-D-MOTIF
              ADD 1 TO w-Nb-Fichiers-Ko

      *       Chaque fichier en anomalie est publie sur le fil
      *       d'evenements, pour relancer l'emetteur sans attendre
              MOVE 'W'           TO w-Evt-Severite
              MOVE 'FICHKO'      TO w-Evt-Code
              MOVE w-Nom-Fichier TO w-Evt-Objet
              MOVE SPACES        TO w-Evt-Texte
              STRING 'FICHIER EN ANOMALIE : ' DELIMITED BY SIZE
                     w-Motif-Ko               DELIMITED BY SIZE
                     INTO w-Evt-Texte
              END-STRING
              CALL 'Evenement' USING w-Evt-Demande
           END-IF

           WRITE ENR-RPT FROM L-RPT-DETAIL

           DISPLAY 'PREVOL : ' L-RPT-V-TEXTE

      *    Le verdict est publie sur le fil d'evenements : un no-go
      *    est critique, la fenetre de nuit ne doit pas s'ouvrir
           IF w-Nb-Fichiers-Ko = 0 AND w-Nb-Fichiers > 0
              MOVE 'I'    TO w-Evt-Severite
              MOVE 'GO'   TO w-Evt-Code
           ELSE
              MOVE 'C'    TO w-Evt-Severite
              MOVE 'NOGO' TO w-Evt-Code
           END-IF
           MOVE 'Hello2.lst'   TO w-Evt-Objet
           MOVE L-RPT-V-TEXTE  TO w-Evt-Texte
           CALL 'Evenement' USING w-Evt-Demande

           CLOSE F-RPT
           .

