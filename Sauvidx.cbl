      *                    archives d'audit) ;
      *                R = restauration : rechargement du master depuis
      *                    la sauvegarde de la date portee par la
      *                    carte, avec reconciliation des comptes ;
      *                F = reprise en avant : restauration comme R, puis
      *                    rejeu des lignes ACC/COR/SUP de Hello2
      *                    journalisees apres l'heure de la sauvegarde
      *                    (archives mensuelles Audarc puis journal
      *                    courant Hello2.aud), jusqu'a la date et
      *                    l'heure cibles portees par la carte (a zero :
      *                    jusqu'au bout du journal), pour revenir au
      *                    master tel qu'il etait juste avant le
      *                    chargement d'un mauvais fichier. Le rapport
      *                    reconcilie enregistrements restaures,
      *                    mouvements rejoues et position finale des
      *                    cles.
      *              Apres R et F, le master recharge est relu par sa
      *              cle alternee de contenu (hello/world) : le compte
      *              doit egaler celui du rechargement.
      *              La restauration d'une sauvegarde de la veille plus
      *              le rejeu d'une journee de journal remplace le
      *              rejeu de mois entiers d'audit par Verifidx.
      *---------------------
       FILE-CONTROL.
      *-------------
      *--- Carte parametre : fonction, date de sauvegarde et, pour la
      *    reprise en avant, date et heure cibles du rejeu
           SELECT F-PRM     ASSIGN TO 'Sauvidx.prm'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-PRM.
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS ENR-IDX-CLE
                            ALTERNATE RECORD KEY IS IDX-D-CONTENU
                               WITH DUPLICATES
                            FILE STATUS IS L-STS-IDX.

      *--- Sauvegarde plate datee (nom construit : SauvidxAAAAMMJJ.idx)
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-CAT.

      *--- Journal d'audit courant, rejoue par la reprise en avant
           SELECT F-AUD     ASSIGN TO 'Hello2.aud'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-AUD.

      *--- Archive mensuelle Audarc (nom construit depuis le
      *    catalogue des archives), rejouee avant le journal courant
           SELECT F-ARC     ASSIGN TO w-Nom-Archive
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ARC.

      *--- Catalogue des archives d'audit, tenu par Audarc
           SELECT F-ACT     ASSIGN TO 'Audarc.cat'
                            ORGANIZATION IS LINE SEQUENTIAL
                            FILE STATUS IS L-STS-ACT.

      *--- Rapport des traitements
           SELECT F-RPT     ASSIGN TO 'Sauvidx.rpt'
                            ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
      *-------------
      *--- Carte parametre
      *    (les cartes S et R de l'ancien dessin, 9 caracteres, n'ont
      *    pas la cible)
       FD  F-PRM
           RECORD CONTAINS 25 CHARACTERS.
       01  ENR-PRM.
           10  PRM-FONCTION   PIC X.
               88 PRM-FONCTION-SAUVEGARDE   VALUE 'S'.
               88 PRM-FONCTION-RESTAURATION VALUE 'R'.
               88 PRM-FONCTION-REPRISE      VALUE 'F'.
           10  PRM-AAAAMMJJ   PIC 9(8).
           10  PRM-CIBLE-DATE  PIC 9(8).
           10  PRM-CIBLE-HEURE PIC 9(8).

      *--- Meme dessin que le master de Hello2
       FD  F-ENT-IDX
       01  ENR-ENT-IDX.
           10  ENR-IDX-CLE      PIC 9(7).
           10  ENR-IDX-DONNEES  PIC X(19).
           10  ENR-IDX-D-DETAIL REDEFINES ENR-IDX-DONNEES.
               15  IDX-D-TYPE    PIC X.
               15  IDX-D-CONTENU.
                   20  IDX-D-HELLO   PIC X(5).
                   20  FILLER        PIC X.
                   20  IDX-D-WORLD   PIC X(5).
               15  FILLER        PIC X(7).
           10  ENR-IDX-DATE-CHARGEMENT PIC 9(8).
           10  ENR-IDX-ORIGINE  PIC X(5).

           RECORD CONTAINS 39 CHARACTERS.
       01  ENR-SAU            PIC X(39).

      *--- Catalogue des sauvegardes : l'heure de prise de la
      *    sauvegarde borne le rejeu de la reprise en avant (a blanc
      *    sur les entrees de l'ancien dessin, 17 caracteres)
       FD  F-CAT
           RECORD CONTAINS 25 CHARACTERS.
       01  ENR-CAT.
           10  CAT-AAAAMMJJ   PIC 9(8).
           10  CAT-NB-ENR     PIC 9(9).
           10  CAT-HEURE      PIC X(8).

      *--- Lignes d'audit, lues brutes et decodees en Working
       FD  F-AUD
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-AUD            PIC X(140).

       FD  F-ARC
           RECORD CONTAINS 140 CHARACTERS.
       01  ENR-ARC            PIC X(140).

      *--- Catalogue des archives d'audit (dessin de ENR-CAT d'Audarc)
       FD  F-ACT
           RECORD CONTAINS 15 CHARACTERS.
       01  ENR-ACT.
           10  ACT-AAAAMM     PIC 9(6).
           10  ACT-NB-LIGNES  PIC 9(9).

      *--- Rapport
       FD  F-RPT
       01 w-Nb-Recharges      PIC 9(9) VALUE 0.
       01 w-Nb-Attendus       PIC 9(9) VALUE 0.

      *--- Recomptage du master par la cle alternee de contenu
       01 w-Nb-Cnt-Attendus   PIC 9(9) VALUE 0.
       01 w-Nb-Cnt-Relus      PIC 9(9) VALUE 0.

      *--- Catalogue des sauvegardes charge en table
       01 w-Cat-Table.
           05 w-Cat-Entree OCCURS 120 TIMES.
               10 w-Cat-AAAAMMJJ  PIC 9(8).
               10 w-Cat-Enr       PIC 9(9).
               10 w-Cat-Heure     PIC 9(8).
       01 w-Cat-Nb            PIC 9(3) VALUE 0.
       01 w-Cat-Idx           PIC 9(3) VALUE 0.
       01 w-Cat-Trouvee       PIC 9(3) VALUE 0.
           88 w-Cat-Connue-Non  VALUE 'N'.

      *--- Date systeme utilisee pour l'entete du rapport et le nom
      *    de la sauvegarde du jour ; heure de prise de la sauvegarde,
      *    relevee une fois le verrou pose, pour le catalogue
       01 w-Date-Sys.
           05 w-Date-Sys-AAAA PIC 9(4).
           05 w-Date-Sys-MM   PIC 9(2).
           05 w-Date-Sys-JJ   PIC 9(2).
       01 w-Heure-Sauvegarde  PIC 9(8) VALUE 0.

      *--- Reprise en avant : bornes du rejeu (horodatage de la
      *    sauvegarde exclu, horodatage cible inclus) et horodatage
      *    de la ligne d'audit en cours, comparables en bloc
       01 w-Rep-Borne-Debut.
           05 w-Rep-Debut-Date    PIC 9(8) VALUE 0.
           05 w-Rep-Debut-Heure   PIC 9(8) VALUE 0.
       01 w-Rep-Borne-Fin.
           05 w-Rep-Fin-Date      PIC 9(8) VALUE 0.
           05 w-Rep-Fin-Heure     PIC 9(8) VALUE 0.
       01 w-Rep-Ligne.
           05 w-Rep-Ligne-Date    PIC X(8).
           05 w-Rep-Ligne-Heure   PIC X(8).
       01 w-Rep-Dernier-Rejeu.
           05 w-Rep-Dernier-Date  PIC X(8) VALUE SPACES.
           05 w-Rep-Dernier-Heure PIC X(8) VALUE SPACES.
       01 w-Rep-Debut-AAAAMM  PIC 9(6) VALUE 0.
       01 w-Rep-Fin-AAAAMM    PIC 9(6) VALUE 0.
       01 w-Rep-Sans-Cible    PIC X    VALUE 'N'.
           88 w-Rep-Sans-Cible-Oui VALUE 'O'.
           88 w-Rep-Sans-Cible-Non VALUE 'N'.
       01 w-Rep-Complete      PIC X    VALUE 'O'.
           88 w-Rep-Complete-Oui   VALUE 'O'.
           88 w-Rep-Complete-Non   VALUE 'N'.

      *--- Compteurs de la reprise en avant, par sort rejoue
       01 w-Nb-Rep-Acc        PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Acc-Deja   PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Cor        PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Cor-Absent PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Sup        PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Sup-Absent PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Mouvements PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Au-Dela    PIC 9(9) VALUE 0.
       01 w-Nb-Rep-Final      PIC 9(9) VALUE 0.
       01 w-Rep-Cle-Suivante  PIC 9(7) VALUE 0.
       01 w-Rep-Cle-Finale    PIC 9(7) VALUE 0.

      *--- Image detail reconstituee d'un mouvement de correction
       01 w-Det-Image.
           05 w-Det-I-Type    PIC X    VALUE 'D'.
           05 w-Det-I-Hello   PIC X(5).
           05 w-Det-I-Espace  PIC X    VALUE SPACE.
           05 w-Det-I-World   PIC X(5).
           05 w-Det-I-Espace2 PIC X    VALUE SPACE.
           05 w-Det-I-Point   PIC X    VALUE '.'.

      *--- Archive d'audit en cours de rejeu et catalogue des archives
      *    charge en table (ordre du fichier)
       01 w-Nom-Archive       PIC X(60) VALUE SPACES.
       01 w-Act-Table.
           05 w-Act-AAAAMM OCCURS 120 TIMES PIC 9(6).
       01 w-Act-Nb            PIC 9(3) VALUE 0.
       01 w-Act-Idx           PIC 9(3) VALUE 0.

      *--- Ligne d'audit decodee (dessin de L-AUD-LIGNE de Hello2)
       01 w-Aud-Ligne.
           05 w-Aud-Date      PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Heure     PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Pgm       PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Enr       PIC X(21).
           05 FILLER          PIC X.
           05 w-Aud-Dispo     PIC X(3).
               88 w-Aud-Dispo-Accepte     VALUE 'ACC'.
               88 w-Aud-Dispo-Correction  VALUE 'COR'.
               88 w-Aud-Dispo-Suppression VALUE 'SUP'.
           05 FILLER          PIC X.
           05 w-Aud-Opr       PIC X(8).
           05 FILLER          PIC X.
           05 w-Aud-Fichier   PIC X(30).
           05 FILLER          PIC X.
           05 w-Aud-Motif     PIC X(16).
           05 FILLER          PIC X.
           05 w-Aud-Cle       PIC X(7).
           05 w-Aud-Cle-Num REDEFINES w-Aud-Cle PIC 9(7).
           05 FILLER          PIC X.
           05 w-Aud-Origine   PIC X(5).
           05 FILLER          PIC X(17).

      *--- Operateur signe de la session dispatcheur, 'INCONNU' hors
      *    dispatcheur, repris sur le verrou d'execution
       01 L-STS-CAT           PIC 9(2).
       01 L-STS-RPT           PIC 9(2).
       01 L-STS-SES           PIC 9(2).
       01 L-STS-AUD           PIC 9(2).
       01 L-STS-ARC           PIC 9(2).
       01 L-STS-ACT           PIC 9(2).

      * FIN DE FICHIER (Booleen)
       01 L-IDX-EOF           PIC X.
           88 L-CAT-EOF-OUI   VALUE 'O'.
           88 L-CAT-EOF-NON   VALUE 'N'.

       01 L-AUD-EOF           PIC X.
           88 L-AUD-EOF-OUI   VALUE 'O'.
           88 L-AUD-EOF-NON   VALUE 'N'.

       01 L-ARC-EOF           PIC X.
           88 L-ARC-EOF-OUI   VALUE 'O'.
           88 L-ARC-EOF-NON   VALUE 'N'.

       01 L-ACT-EOF           PIC X.
           88 L-ACT-EOF-OUI   VALUE 'O'.
           88 L-ACT-EOF-NON   VALUE 'N'.

      *--- Lignes du rapport F-RPT
       01 L-RPT-ENTETE1.
           05 FILLER          PIC X(21) VALUE 'SAUVIDX - RAPPORT DU '.
                 PERFORM TRAITEMENT-SAUVEGARDE
              WHEN PRM-FONCTION-RESTAURATION
                 PERFORM TRAITEMENT-RESTAURATION
              WHEN PRM-FONCTION-REPRISE
                 PERFORM TRAITEMENT-REPRISE-AVANT
      *       Carte erronee : le master n'a pas ete touche, le verrou
      *       est rendu pour ne pas bloquer la nuit sur une faute de
      *       frappe, et l'execution est historisee en echec
           SET L-IDX-EOF-NON TO TRUE
           MOVE 0 TO w-Nb-Decharges

      *    L'heure de prise est relevee verrou pose : aucune ligne du
      *    journal posterieure ne peut deja figurer dans la sauvegarde
           ACCEPT w-Heure-Sauvegarde FROM TIME

      *    Le master n'est lu qu'en entree : un echec d'ouverture ici
      *    n'a rien abime, le verrou est rendu et l'echec historise
           OPEN INPUT F-ENT-IDX
                       ADD 1 TO w-Cat-Nb
                       MOVE CAT-AAAAMMJJ TO w-Cat-AAAAMMJJ(w-Cat-Nb)
                       MOVE CAT-NB-ENR   TO w-Cat-Enr(w-Cat-Nb)
      *                Entree de l'ancien dessin : heure inconnue, le
      *                rejeu repartira du debut de la journee
                       IF CAT-HEURE IS NUMERIC
                          MOVE CAT-HEURE TO w-Cat-Heure(w-Cat-Nb)
                       ELSE
                          MOVE 0         TO w-Cat-Heure(w-Cat-Nb)
                       END-IF
                    ELSE
                       DISPLAY 'Alerte : catalogue plein (120 max)'
                    END-IF
                      UNTIL w-Cat-Idx > w-Cat-Nb
              MOVE w-Cat-AAAAMMJJ(w-Cat-Idx) TO CAT-AAAAMMJJ
              MOVE w-Cat-Enr(w-Cat-Idx)      TO CAT-NB-ENR
              MOVE w-Cat-Heure(w-Cat-Idx)    TO CAT-HEURE
              WRITE ENR-CAT
           END-PERFORM

           END-PERFORM

           IF w-Cat-Trouvee > 0
              MOVE w-Nb-Decharges     TO w-Cat-Enr(w-Cat-Trouvee)
              MOVE w-Heure-Sauvegarde TO w-Cat-Heure(w-Cat-Trouvee)
           ELSE
              IF w-Cat-Nb < 120
                 ADD 1 TO w-Cat-Nb
                 MOVE w-Date-Sys     TO w-Cat-AAAAMMJJ(w-Cat-Nb)
                 MOVE w-Nb-Decharges TO w-Cat-Enr(w-Cat-Nb)
                 MOVE w-Heure-Sauvegarde TO w-Cat-Heure(w-Cat-Nb)
              ELSE
                 DISPLAY 'Alerte : catalogue plein, sauvegarde non '
                         'cataloguee : ' w-Date-Sys

           SET w-Cat-Connue-Non TO TRUE
           MOVE 0 TO w-Nb-Attendus
           MOVE 0 TO w-Heure-Sauvegarde

           PERFORM VARYING w-Cat-Idx FROM 1 BY 1
                      UNTIL w-Cat-Idx > w-Cat-Nb
              IF w-Cat-AAAAMMJJ(w-Cat-Idx) = PRM-AAAAMMJJ
                 SET w-Cat-Connue-Oui TO TRUE
                 MOVE w-Cat-Enr(w-Cat-Idx)   TO w-Nb-Attendus
                 MOVE w-Cat-Heure(w-Cat-Idx) TO w-Heure-Sauvegarde
              END-IF
           END-PERFORM

           MOVE w-Nb-Recharges                   TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

      *    La cle alternee est reconstruite par le rechargement :
      *    elle doit restituer tous les enregistrements recharges
           MOVE w-Nb-Recharges TO w-Nb-Cnt-Attendus
           PERFORM CONTROLE-CLE-CONTENU

           IF w-Cat-Connue-Oui
              MOVE 'ATTENDUS AU CATALOGUE'       TO L-RPT-L-TEXTE
              MOVE w-Nb-Attendus                 TO L-RPT-L-NB
           END-IF

      *    Les mouvements journalises apres la sauvegarde ne sont pas
      *    dans le master restaure : la reprise en avant (carte F) les
      *    rejoue elle-meme dans la foulee
           IF PRM-FONCTION-RESTAURATION
              MOVE 'RESTE A REJOUER LE JOURNAL POSTERIEUR AU'
                                                 TO L-RPT-L-TEXTE
              MOVE PRM-AAAAMMJJ                  TO L-RPT-L-NB
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

           MOVE w-Nb-Recharges TO w-Suivi-Nb-Enr
           .

      *=================================================================
       TRAITEMENT-REPRISE-AVANT.
      *=================================================================
      *    Restauration de la sauvegarde datee, puis rejeu du journal
      *    d'audit posterieur jusqu'au point cible. La cible est
      *    controlee avant de toucher au master : une cible anterieure
      *    a la sauvegarde ne peut pas etre atteinte en avant
           IF PRM-CIBLE-DATE IS NOT NUMERIC
              MOVE 0 TO PRM-CIBLE-DATE
           END-IF
           IF PRM-CIBLE-HEURE IS NOT NUMERIC
              MOVE 0 TO PRM-CIBLE-HEURE
           END-IF

           IF PRM-CIBLE-DATE = 0
              SET w-Rep-Sans-Cible-Oui TO TRUE
              MOVE 99999999 TO w-Rep-Fin-Date
              MOVE 99999999 TO w-Rep-Fin-Heure
           ELSE
              SET w-Rep-Sans-Cible-Non TO TRUE
              MOVE PRM-CIBLE-DATE  TO w-Rep-Fin-Date
              MOVE PRM-CIBLE-HEURE TO w-Rep-Fin-Heure
           END-IF

           IF w-Rep-Sans-Cible-Non AND PRM-CIBLE-DATE < PRM-AAAAMMJJ
              DISPLAY 'Cible de reprise anterieure a la sauvegarde : '
                      PRM-CIBLE-DATE
              MOVE 'CIBLE ANTERIEURE A LA SAUVEGARDE - MASTER NON '
                                                 TO L-RPT-L-TEXTE
              MOVE 'MODIFIE' TO L-RPT-L-TEXTE(48:7)
              PERFORM ECRITURE-LIGNE-RAPPORT
              PERFORM FERMETURE-RAPPORT
              PERFORM LIBERATION-VERROU
              MOVE 8 TO w-Suivi-Code-Retour
              CALL 'Suivi' USING w-Suivi-Demande
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM TRAITEMENT-RESTAURATION

      *    Le rejeu part de l'heure de prise cataloguee ; sans elle
      *    (sauvegarde de l'ancien dessin ou non cataloguee), il part
      *    du debut de la journee de sauvegarde : les lignes deja
      *    contenues dans la sauvegarde sont alors rejouees sans
      *    effet (cle deja presente, suppression deja faite) ou
      *    reappliquees dans leur ordre, le resultat est le meme
           MOVE PRM-AAAAMMJJ       TO w-Rep-Debut-Date
           MOVE w-Heure-Sauvegarde TO w-Rep-Debut-Heure

           MOVE 'REPRISE EN AVANT A PARTIR DU'   TO L-RPT-L-TEXTE
           MOVE w-Rep-Debut-Date                 TO L-RPT-L-TEXTE(31:8)
           MOVE w-Rep-Debut-Heure                TO L-RPT-L-TEXTE(40:8)
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Rep-Sans-Cible-Oui
              MOVE 'JUSQU''A LA FIN DU JOURNAL'  TO L-RPT-L-TEXTE
           ELSE
              MOVE 'JUSQU''AU (INCLUS)'          TO L-RPT-L-TEXTE
              MOVE w-Rep-Fin-Date                TO L-RPT-L-TEXTE(31:8)
              MOVE w-Rep-Fin-Heure               TO L-RPT-L-TEXTE(40:8)
           END-IF
           PERFORM ECRITURE-LIGNE-RAPPORT

           OPEN I-O F-ENT-IDX

      *    Le master vient d'etre recharge : le verrou reste en
      *    place, a liberer par un superviseur apres analyse
           IF L-STS-IDX NOT = 0
              DISPLAY 'Erreur reouverture fichier INDEX'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

      *    Les lignes ACC de l'ancien dessin, sans cle journalisee,
      *    repartent de la plus haute cle du master restaure
           PERFORM POSITION-CLES-MASTER
           MOVE w-Rep-Cle-Finale TO w-Rep-Cle-Suivante

      *    Archives mensuelles des mois couverts, dans l'ordre du
      *    catalogue, puis le journal courant
           DIVIDE w-Rep-Debut-Date BY 100 GIVING w-Rep-Debut-AAAAMM
           DIVIDE w-Rep-Fin-Date   BY 100 GIVING w-Rep-Fin-AAAAMM

           PERFORM CHARGEMENT-CATALOGUE-ARCHIVES

           PERFORM VARYING w-Act-Idx FROM 1 BY 1
                      UNTIL w-Act-Idx > w-Act-Nb
              IF w-Act-AAAAMM(w-Act-Idx) >= w-Rep-Debut-AAAAMM
                 AND w-Act-AAAAMM(w-Act-Idx) <= w-Rep-Fin-AAAAMM
                 PERFORM REJEU-UNE-ARCHIVE
              END-IF
           END-PERFORM

           PERFORM REJEU-JOURNAL-COURANT

      *    Position finale : nombre d'enregistrements et plus haute
      *    cle du master apres rejeu
           PERFORM POSITION-CLES-MASTER

           CLOSE F-ENT-IDX

      *    Le rejeu a mis a jour la cle alternee avec le master
           MOVE w-Nb-Rep-Final TO w-Nb-Cnt-Attendus
           PERFORM CONTROLE-CLE-CONTENU

           PERFORM EDITION-REPRISE-AVANT
           .

      *=================================================================
       POSITION-CLES-MASTER.
      *=================================================================
           MOVE 0 TO w-Rep-Cle-Finale
           MOVE 0 TO w-Nb-Rep-Final
           SET L-IDX-EOF-NON TO TRUE

           MOVE 0 TO ENR-IDX-CLE
           START F-ENT-IDX KEY > ENR-IDX-CLE

           IF L-STS-IDX NOT = 0
              SET L-IDX-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-IDX-EOF-OUI
              READ F-ENT-IDX NEXT RECORD
              AT END
                 SET L-IDX-EOF-OUI TO TRUE
              NOT AT END
                 ADD 1 TO w-Nb-Rep-Final
                 MOVE ENR-IDX-CLE TO w-Rep-Cle-Finale
              END-READ
           END-PERFORM
           .

      *=================================================================
       CONTROLE-CLE-CONTENU.
      *=================================================================
      *    Relecture complete du master par la cle alternee de
      *    contenu ; un ecart avec le compte attendu signale un index
      *    alterne incomplet, qui fausserait le controle de doublon
      *    de Hello2
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

           MOVE 'RELUS PAR LA CLE DE CONTENU'    TO L-RPT-L-TEXTE
           MOVE w-Nb-Cnt-Relus                   TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Nb-Cnt-Relus NOT = w-Nb-Cnt-Attendus
              DISPLAY 'Erreur cle de contenu : '
                      w-Nb-Cnt-Attendus ' attendus, '
                      w-Nb-Cnt-Relus ' relus'
              MOVE 'CLE DE CONTENU EN ECART'     TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              MOVE 8 TO w-Suivi-Code-Retour
           ELSE
              MOVE 'CLE DE CONTENU CONFORME'     TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF
           .

      *=================================================================
       CHARGEMENT-CATALOGUE-ARCHIVES.
      *=================================================================
           MOVE 0 TO w-Act-Nb
           SET L-ACT-EOF-NON TO TRUE

           OPEN INPUT F-ACT

           IF L-STS-ACT NOT = 0
              SET L-ACT-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-ACT-EOF-OUI
              READ F-ACT
              AT END
                 SET L-ACT-EOF-OUI TO TRUE
              NOT AT END
                 IF w-Act-Nb < 120
                    ADD 1 TO w-Act-Nb
                    MOVE ACT-AAAAMM TO w-Act-AAAAMM(w-Act-Nb)
                 END-IF
              END-READ
           END-PERFORM

           IF L-STS-ACT = 10 OR L-STS-ACT = 0
              CLOSE F-ACT
           END-IF
           .

      *=================================================================
       REJEU-UNE-ARCHIVE.
      *=================================================================
      *    Une archive cataloguee mais absente (non restauree) laisse
      *    un trou dans le rejeu : la reprise est signalee incomplete
           MOVE SPACES TO w-Nom-Archive
           STRING 'Audarc'                 DELIMITED BY SIZE
                  w-Act-AAAAMM(w-Act-Idx)  DELIMITED BY SIZE
                  '.aud'                   DELIMITED BY SIZE
                  INTO w-Nom-Archive

           SET L-ARC-EOF-NON TO TRUE

           OPEN INPUT F-ARC

           IF L-STS-ARC NOT = 0
              DISPLAY 'Archive indisponible (a restaurer ?) : '
                      w-Nom-Archive
              MOVE 'ARCHIVE INDISPONIBLE, REJEU INCOMPLET :'
                                                 TO L-RPT-L-TEXTE
              MOVE w-Nom-Archive                 TO L-RPT-L-TEXTE(41:20)
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Rep-Complete-Non TO TRUE
              SET L-ARC-EOF-OUI TO TRUE
           ELSE
              MOVE 'ARCHIVE REJOUEE :'           TO L-RPT-L-TEXTE
              MOVE w-Nom-Archive                 TO L-RPT-L-TEXTE(19:20)
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

           PERFORM UNTIL L-ARC-EOF-OUI
              READ F-ARC
              AT END
                 SET L-ARC-EOF-OUI TO TRUE
              NOT AT END
                 MOVE ENR-ARC TO w-Aud-Ligne
                 PERFORM SELECTION-LIGNE-REJEU
              END-READ
           END-PERFORM

           IF L-STS-ARC = 10 OR L-STS-ARC = 0
              CLOSE F-ARC
           END-IF
           .

      *=================================================================
       REJEU-JOURNAL-COURANT.
      *=================================================================
           SET L-AUD-EOF-NON TO TRUE

           OPEN INPUT F-AUD

           IF L-STS-AUD NOT = 0
              MOVE 'JOURNAL COURANT ABSENT'      TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET L-AUD-EOF-OUI TO TRUE
           END-IF

           PERFORM UNTIL L-AUD-EOF-OUI
              READ F-AUD
              AT END
                 SET L-AUD-EOF-OUI TO TRUE
              NOT AT END
                 MOVE ENR-AUD TO w-Aud-Ligne
                 PERFORM SELECTION-LIGNE-REJEU
              END-READ
           END-PERFORM

           IF L-STS-AUD = 10 OR L-STS-AUD = 0
              CLOSE F-AUD
           END-IF
           .

      *=================================================================
       SELECTION-LIGNE-REJEU.
      *=================================================================
      *    Seules les lignes de Hello2 qui changent le master sont
      *    retenues, strictement apres la sauvegarde et jusqu'a la
      *    cible incluse ; les lignes au-dela de la cible sont
      *    seulement comptees
           IF w-Aud-Pgm = 'Hello2'
              AND (w-Aud-Dispo-Accepte OR w-Aud-Dispo-Correction
                   OR w-Aud-Dispo-Suppression)
              MOVE w-Aud-Date  TO w-Rep-Ligne-Date
              MOVE w-Aud-Heure TO w-Rep-Ligne-Heure

              IF w-Rep-Ligne > w-Rep-Borne-Debut
                 IF w-Rep-Ligne > w-Rep-Borne-Fin
                    ADD 1 TO w-Nb-Rep-Au-Dela
                 ELSE
                    PERFORM REJEU-LIGNE-AUDIT
                    MOVE w-Rep-Ligne TO w-Rep-Dernier-Rejeu
                 END-IF
              END-IF
           END-IF
           .

      *=================================================================
       REJEU-LIGNE-AUDIT.
      *=================================================================
      *    Meme rejeu que la reconstruction de Verifidx : cle
      *    journalisee reprise telle quelle pour une acceptation,
      *    relecture puis reecriture pour une correction (date de
      *    chargement et origine conservees), suppression par cle
           ADD 1 TO w-Nb-Rep-Mouvements

           EVALUATE TRUE
              WHEN w-Aud-Dispo-Accepte
                 IF w-Aud-Cle IS NUMERIC AND w-Aud-Cle-Num > 0
                    MOVE w-Aud-Cle-Num TO ENR-IDX-CLE
                    IF w-Aud-Cle-Num > w-Rep-Cle-Suivante
                       MOVE w-Aud-Cle-Num TO w-Rep-Cle-Suivante
                    END-IF
                 ELSE
                    ADD 1 TO w-Rep-Cle-Suivante
                    MOVE w-Rep-Cle-Suivante TO ENR-IDX-CLE
                 END-IF
                 MOVE w-Aud-Enr(1:19) TO ENR-IDX-DONNEES
                 MOVE w-Aud-Date      TO ENR-IDX-DATE-CHARGEMENT
                 MOVE w-Aud-Origine   TO ENR-IDX-ORIGINE
                 WRITE ENR-ENT-IDX
                 EVALUATE L-STS-IDX
                    WHEN 0
                       ADD 1 TO w-Nb-Rep-Acc
                    WHEN 22
                       ADD 1 TO w-Nb-Rep-Acc-Deja
                    WHEN OTHER
                       DISPLAY 'Erreur rejeu acceptation, cle '
                               ENR-IDX-CLE ' statut ' L-STS-IDX
                       SET w-Rep-Complete-Non TO TRUE
                 END-EVALUATE
              WHEN w-Aud-Dispo-Correction
                 MOVE w-Aud-Enr(2:7) TO ENR-IDX-CLE
                 READ F-ENT-IDX
                 IF L-STS-IDX = 0
                    MOVE w-Aud-Enr(9:5)  TO w-Det-I-Hello
                    MOVE w-Aud-Enr(15:5) TO w-Det-I-World
                    MOVE w-Det-Image     TO ENR-IDX-DONNEES
                    REWRITE ENR-ENT-IDX
                    IF L-STS-IDX = 0
                       ADD 1 TO w-Nb-Rep-Cor
                    ELSE
                       DISPLAY 'Erreur rejeu correction, cle '
                               ENR-IDX-CLE ' statut ' L-STS-IDX
                       SET w-Rep-Complete-Non TO TRUE
                    END-IF
                 ELSE
                    ADD 1 TO w-Nb-Rep-Cor-Absent
                 END-IF
              WHEN OTHER
                 MOVE w-Aud-Enr(2:7) TO ENR-IDX-CLE
                 DELETE F-ENT-IDX RECORD
                 IF L-STS-IDX = 0
                    ADD 1 TO w-Nb-Rep-Sup
                 ELSE
                    ADD 1 TO w-Nb-Rep-Sup-Absent
                 END-IF
           END-EVALUATE
           .

      *=================================================================
       EDITION-REPRISE-AVANT.
      *=================================================================
      *    Reconciliation : enregistrements restaures + acceptations
      *    rejouees - suppressions rejouees = enregistrements au
      *    master apres rejeu
           MOVE 'ENREGISTREMENTS RESTAURES'      TO L-RPT-L-TEXTE
           MOVE w-Nb-Recharges                   TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'MOUVEMENTS REJOUES (ACC/COR/SUP)' TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Mouvements              TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  ACCEPTATIONS RECHARGEES'      TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Acc                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  ACCEPTATIONS DEJA PRESENTES'  TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Acc-Deja                TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  CORRECTIONS REAPPLIQUEES'     TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Cor                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  CORRECTIONS SANS CLE AU MASTER' TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Cor-Absent              TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  SUPPRESSIONS REAPPLIQUEES'    TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Sup                     TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE '  SUPPRESSIONS SANS CLE AU MASTER' TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Sup-Absent              TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'LIGNES POSTERIEURES A LA CIBLE, NON REJOUEES'
                                                 TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Au-Dela                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Rep-Dernier-Rejeu NOT = SPACES
              MOVE 'DERNIERE LIGNE REJOUEE DU'   TO L-RPT-L-TEXTE
              MOVE w-Rep-Dernier-Date            TO L-RPT-L-TEXTE(31:8)
              MOVE w-Rep-Dernier-Heure           TO L-RPT-L-TEXTE(40:8)
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

           MOVE 'ENREGISTREMENTS AU MASTER APRES REJEU'
                                                 TO L-RPT-L-TEXTE
           MOVE w-Nb-Rep-Final                   TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           MOVE 'POSITION FINALE : PLUS HAUTE CLE DU MASTER'
                                                 TO L-RPT-L-TEXTE
           MOVE w-Rep-Cle-Finale                 TO L-RPT-L-NB
           PERFORM ECRITURE-LIGNE-RAPPORT

           IF w-Nb-Recharges + w-Nb-Rep-Acc - w-Nb-Rep-Sup
              NOT = w-Nb-Rep-Final
              DISPLAY 'Erreur reconciliation reprise en avant'
              MOVE 'RECONCILIATION DE LA REPRISE EN ECART'
                                                 TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
              SET w-Rep-Complete-Non TO TRUE
           ELSE
              MOVE 'RECONCILIATION DE LA REPRISE CONFORME'
                                                 TO L-RPT-L-TEXTE
              PERFORM ECRITURE-LIGNE-RAPPORT
           END-IF

      *    La cle suivante de Hello2 est gardee par son point de
      *    reprise et ne redescend jamais : les cles chargees apres
      *    la cible ne seront pas reattribuees
           IF w-Rep-Complete-Non
              MOVE 8 TO w-Suivi-Code-Retour
           END-IF

           MOVE w-Nb-Rep-Final      TO w-Suivi-Nb-Enr
           .

      *================================================================
      *Fin du programme
       END PROGRAM Sauvidx.
