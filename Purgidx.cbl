      *              Les enregistrements sans date de chargement
      *              (charges avant la mise en place de la date) ne
      *              sont jamais purges : ils sont comptes et signales.
      *              Apres suppression, le master est relu par sa cle
      *              alternee de contenu (hello/world), qui doit
      *              restituer exactement les enregistrements
      *              conserves.
      *-----------------------------------------------------------------

      *=================================================================
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS ENR-IDX-CLE
                            ALTERNATE RECORD KEY IS IDX-D-CONTENU
                               WITH DUPLICATES
                            FILE STATUS IS L-STS-IDX.

      *--- Archive plate datee (nom construit : PurgidxAAAAMMJJ.dat)
           RECORD CONTAINS 39 CHARACTERS.
       01  ENR-ENT-IDX.
           10  ENR-IDX-CLE      PIC 9(7).
           10  ENR-IDX-DONNEES.
               15  IDX-D-TYPE    PIC X.
               15  IDX-D-CONTENU PIC X(11).
               15  FILLER        PIC X(7).
           10  ENR-IDX-DATE-CHARGEMENT PIC 9(8).
           10  ENR-IDX-DATE-AAAAMM REDEFINES ENR-IDX-DATE-CHARGEMENT.
               15 ENR-IDX-AAAAMM PIC 9(6).
       01 w-Nb-Sans-Date      PIC 9(9) VALUE 0.
       01 w-Nb-Relus          PIC 9(9) VALUE 0.
       01 w-Nb-Supprimes      PIC 9(9) VALUE 0.
       01 w-Nb-Cnt-Attendus   PIC 9(9) VALUE 0.
       01 w-Nb-Cnt-Relus      PIC 9(9) VALUE 0.

      *--- Catalogue des archives de purge charge en table
       01 w-Cat-Table.
           PERFORM CHARGEMENT-CATALOGUE
           PERFORM CONTROLE-ARCHIVE-DU-JOUR

      *    Mois limite de retention, puis les quatre temps de la purge :
      *    archivage a plat, reconciliation, suppression du master,
      *    controle de la cle de contenu apres suppression
           PERFORM CALCUL-MOIS-LIMITE
           PERFORM ARCHIVAGE-ANCIENS
           PERFORM RECONCILIATION-ARCHIVE
           PERFORM SUPPRESSION-ARCHIVES-MASTER
           PERFORM CONTROLE-CLE-CONTENU

      *    Le catalogue memorise l'archive pour les contestations
           PERFORM MISE-A-JOUR-CATALOGUE
           END-IF
           .

      *=================================================================
       CONTROLE-CLE-CONTENU.
      *=================================================================
      *    Quatrieme temps : les suppressions doivent avoir retire
      *    les enregistrements de la cle alternee de contenu comme
      *    de la cle principale ; une cle alternee en ecart fausserait
      *    le controle de doublon de Hello2
           COMPUTE w-Nb-Cnt-Attendus = w-Nb-Parcourus - w-Nb-Supprimes
           MOVE 0 TO w-Nb-Cnt-Relus
           SET L-IDX-EOF-NON TO TRUE

           OPEN INPUT F-ENT-IDX

           IF L-STS-IDX NOT = 0
              SET L-IDX-EOF-OUI TO TRUE
           ELSE
              MOVE LOW-VALUES TO IDX-D-CONTENU
              START F-ENT-IDX KEY >= IDX-D-CONTENU
              IF L-STS-IDX NOT = 0
                 SET L-IDX-EOF-OUI TO TRUE
              END-IF

              PERFORM UNTIL L-IDX-EOF-OUI
                 READ F-ENT-IDX NEXT RECORD
                 AT END
                    SET L-IDX-EOF-OUI TO TRUE
                 NOT AT END
                    ADD 1 TO w-Nb-Cnt-Relus
                 END-READ
              END-PERFORM

              CLOSE F-ENT-IDX
           END-IF

           MOVE 'RELUS PAR LA CLE DE CONTENU'     TO L-RPT-L-TEXTE
           MOVE w-Nb-Cnt-Relus                    TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Nb-Cnt-Relus NOT = w-Nb-Cnt-Attendus
              DISPLAY 'Erreur cle de contenu : '
                      w-Nb-Cnt-Attendus ' attendus, '
                      w-Nb-Cnt-Relus ' relus'
              MOVE 'ECART CLE DE CONTENU - A CONTROLER'
                                                  TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              MOVE 8 TO w-Suivi-Code-Retour
           END-IF
           .

      *=================================================================
       CHARGEMENT-CATALOGUE.
      *=================================================================
