      *              images du journal d'audit quand le controle est
      *              en echec. La reconstruction suppose le journal
      *              complet : restaurer d'abord les archives Audarc.
      *              La cle alternee sur le contenu hello/world est
      *              parcourue a son tour : elle doit restituer tous
      *              les enregistrements du master, dans l'ordre du
      *              contenu. Le verdict et la reconstruction sont
      *              publies sur le fil d'evenements (Evenement.fic).
      *-----------------------------------------------------------------

      *=================================================================
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS ENR-IDX-CLE
                            ALTERNATE RECORD KEY IS IDX-D-CONTENU
                               WITH DUPLICATES
                            FILE STATUS IS L-STS-IDX.

      *--- Journal d'audit, source du recoupement et des images
           RECORD CONTAINS 39 CHARACTERS.
       01  ENR-ENT-IDX.
           10  ENR-IDX-CLE      PIC 9(7).
           10  ENR-IDX-DONNEES.
               15  IDX-D-TYPE    PIC X.
               15  IDX-D-CONTENU PIC X(11).
               15  FILLER        PIC X(7).
           10  ENR-IDX-DATE-CHARGEMENT PIC 9(8).
           10  ENR-IDX-ORIGINE  PIC X(5).

       01 w-Cle-Maxi          PIC 9(7) VALUE 0.
       01 w-Nb-Cles-Absentes  PIC 9(7) VALUE 0.

      *--- Parcours du master par la cle alternee de contenu
       01 w-Nb-Enr-Contenu    PIC 9(7) VALUE 0.
       01 w-Nb-Hors-Ordre     PIC 9(7) VALUE 0.
       01 w-Contenu-Precedent PIC X(11) VALUE LOW-VALUES.
       01 w-Contenu-Lisible   PIC X    VALUE 'O'.
           88 w-Contenu-Lisible-Oui VALUE 'O'.
           88 w-Contenu-Lisible-Non VALUE 'N'.

      *--- Recoupement avec le journal d'audit
       01 w-Nb-Aud-Acceptes   PIC 9(7) VALUE 0.
       01 w-Nb-Aud-Supprimes  PIC 9(7) VALUE 0.
           05 w-Job-Date      PIC 9(8).
           05 w-Job-Heure     PIC 9(8).

      *--- Evenement transmis au fil d'exploitation (Evenement.fic)
       01 w-Evt-Demande.
           05 w-Evt-Pgm           PIC X(8) VALUE 'Verifidx'.
           05 w-Evt-Severite      PIC X    VALUE 'I'.
           05 w-Evt-Code          PIC X(8) VALUE SPACES.
           05 w-Evt-Objet         PIC X(40) VALUE 'Hello2.idx'.
           05 w-Evt-Texte         PIC X(50) VALUE SPACES.
       01 w-Evt-Nb            PIC Z(6)9.

      *--- Recapitulatif d'execution transmis au suivi (Suivi.his)
       01 w-Suivi-Demande.
           05 w-Suivi-Job         PIC X(8) VALUE 'VERIFIDX'.
      *    Appel du paragraphe : PARCOURS-INDEX
           PERFORM PARCOURS-INDEX

      *    Appel du paragraphe : PARCOURS-CLE-CONTENU
           PERFORM PARCOURS-CLE-CONTENU

      *    Appel du paragraphe : RECOUPEMENT-AUDIT
           PERFORM RECOUPEMENT-AUDIT

                 PERFORM ECRITURE-LIGNE-RAPPORT
                 DISPLAY 'Reconstruction refusee : '
                         'journal non qualifie'
                 MOVE 'C'        TO w-Evt-Severite
                 MOVE 'IDXREFUS' TO w-Evt-Code
                 MOVE 'RECONSTRUCTION REFUSEE : JOURNAL NON QUALIFIE'
                                 TO w-Evt-Texte
                 CALL 'Evenement' USING w-Evt-Demande
              ELSE
                 PERFORM RECONSTRUCTION-INDEX
              END-IF
           PERFORM ECRITURE-LIGNE-RAPPORT
           .

      *=================================================================
       PARCOURS-CLE-CONTENU.
      *=================================================================
      *    Second parcours par la cle alternee : le compte doit etre
      *    celui du parcours par la cle principale et les contenus
      *    doivent revenir en ordre croissant (les doublons de
      *    contenu sont admis, la cle alternee les accepte)
           SET L-IDX-EOF-NON TO TRUE
           SET w-Contenu-Lisible-Oui TO TRUE
           MOVE 0 TO w-Nb-Enr-Contenu
           MOVE 0 TO w-Nb-Hors-Ordre
           MOVE LOW-VALUES TO w-Contenu-Precedent

           OPEN INPUT F-ENT-IDX

           IF L-STS-IDX NOT = 0
              SET w-Contenu-Lisible-Non TO TRUE
           ELSE
              MOVE LOW-VALUES TO IDX-D-CONTENU
              START F-ENT-IDX KEY >= IDX-D-CONTENU
              EVALUATE L-STS-IDX
                 WHEN 0
                    CONTINUE
      *          Master vide : rien a parcourir
                 WHEN 23
                    SET L-IDX-EOF-OUI TO TRUE
                 WHEN OTHER
                    SET w-Contenu-Lisible-Non TO TRUE
                    SET L-IDX-EOF-OUI         TO TRUE
              END-EVALUATE

              PERFORM UNTIL L-IDX-EOF-OUI
                 READ F-ENT-IDX NEXT RECORD
                 AT END
                    SET L-IDX-EOF-OUI TO TRUE
                 NOT AT END
                    ADD 1 TO w-Nb-Enr-Contenu
                    IF IDX-D-CONTENU < w-Contenu-Precedent
                       ADD 1 TO w-Nb-Hors-Ordre
                    END-IF
                    MOVE IDX-D-CONTENU TO w-Contenu-Precedent
                 END-READ
              END-PERFORM

              IF L-STS-IDX NOT = 0 AND L-STS-IDX NOT = 10
                 AND L-STS-IDX NOT = 23
                 SET w-Contenu-Lisible-Non TO TRUE
              END-IF

              CLOSE F-ENT-IDX
           END-IF

           IF w-Contenu-Lisible-Non
              MOVE 'CLE DE CONTENU ILLISIBLE'    TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

           MOVE 'ENREGISTREMENTS PAR LA CLE DE CONTENU'
                                                 TO L-RPT-L-TEXTE
           MOVE w-Nb-Enr-Contenu                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'CONTENUS HORS ORDRE'            TO L-RPT-L-TEXTE
           MOVE w-Nb-Hors-Ordre                  TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT
           .

      *=================================================================
       RECOUPEMENT-AUDIT.
      *=================================================================
      *    Trois recoupements : le compte du master contre le journal
      *    (quand celui-ci est entierement qualifie), les cles
      *    absentes contre les suppressions journalisees, et la plus
      *    haute cle contre le point de reprise quand il existe ;
      *    s'y ajoute la coherence de la cle alternee de contenu
           IF w-Nb-Aud-Sans-Sort = 0
              AND w-Nb-Enr-Idx NOT = w-Nb-Attendus
              SET w-Controle-Ok-Non TO TRUE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

      *    Une cle alternee incomplete, illisible ou desordonnee
      *    fausse le controle de doublon de Hello2 : la
      *    reconstruction la regenere avec le master
           IF w-Contenu-Lisible-Non
              OR w-Nb-Enr-Contenu NOT = w-Nb-Enr-Idx
              OR w-Nb-Hors-Ordre > 0
              SET w-Controle-Ok-Non TO TRUE
              MOVE 'CLE DE CONTENU INCOHERENTE AVEC LE MASTER'
                                                 TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

      *    La cle du point de reprise est la derniere attribuee :
      *    le master peut etre en deca (suppressions en queue) mais
      *    jamais au dela
           PERFORM ECRITURE-LIGNE-RAPPORT

           DISPLAY 'VERIFIDX : ' L-RPT-L-TEXTE

      *    Le verdict est publie sur le fil d'evenements : un master
      *    en anomalie est critique, Hello2 ne doit pas le reprendre
           IF w-Controle-Ok-Oui
              MOVE 'I'      TO w-Evt-Severite
              MOVE 'IDXOK'  TO w-Evt-Code
              MOVE 'MASTER INTEGRE' TO w-Evt-Texte
           ELSE
              MOVE 'C'      TO w-Evt-Severite
              MOVE 'IDXKO'  TO w-Evt-Code
              MOVE 'MASTER EN ANOMALIE - VOIR Verifidx.rpt'
                            TO w-Evt-Texte
           END-IF
           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
           MOVE 'SUPPRESSIONS REJOUEES'          TO L-RPT-L-TEXTE
           MOVE w-Nb-Rec-Supprimes               TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

      *    Master rejoue : a recontroler avant la prochaine nuit
           MOVE w-Nb-Rec-Ecrits TO w-Evt-Nb
           MOVE 'W'             TO w-Evt-Severite
           MOVE 'IDXREC'        TO w-Evt-Code
           MOVE SPACES          TO w-Evt-Texte
           STRING 'MASTER RECONSTRUIT DEPUIS LE JOURNAL :'
                                   DELIMITED BY SIZE
                  w-Evt-Nb         DELIMITED BY SIZE
                  INTO w-Evt-Texte
           END-STRING
           CALL 'Evenement' USING w-Evt-Demande
           .

      *=================================================================
