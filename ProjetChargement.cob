      * Date:
      * Purpose:  Batch intake of a distributor shipment into fdvd.dat.
      *           Reads pipe-delimited rows from a sequential intake
      *           file (id|titre|realisateur|genre|prix|exemplaires
      *           |valeur, copy count optional, 1 by default, copy
      *           replacement value optional, 15.00 by default) and
      *           writes one dvdTampon per line, plus one
      *           fexemplaires.dat record per physical copy; a row
      *           whose fdvd_id already exists is a restock: its
      *           copies are added to the existing record and
      *           registered after the highest copy number already
      *           used (replenishment proposals from
      *           ProjetReappro come back through here). Other
      *           rejected rows are logged to dvd_rejets.dat instead
      *           of stopping the run. Progress is checkpointed to
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frejet_stat.

           SELECT fexemplaires ASSIGN TO "fexemplaires.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fexe_cle
           FILE STATUS IS fexe_stat.

           SELECT ftransactions ASSIGN TO "ftransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ftrx_stat.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fckp_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

       DATA DIVISION.
       FILE SECTION.
           FD fdvd.
               02 fdvd_louable PIC 9(2).
               02 fdvd_prix PIC 9.

           FD fexemplaires.
           01 exeTampon.
               02 fexe_cle.
                   03 fexe_dvd_id PIC 9(10).
                   03 fexe_num PIC 9(3).
               02 fexe_date_achat PIC 9(8).
               02 fexe_valeur PIC 9(3)V99.
               02 fexe_etat PIC X.
                   88 EXE-BON VALUE "B".
                   88 EXE-USE VALUE "U".
                   88 EXE-ABIME VALUE "A".
                   88 EXE-PERDU VALUE "P".
               02 fexe_statut PIC X.
                   88 EXE-EN-RAYON VALUE "R".
                   88 EXE-SORTI VALUE "S".
                   88 EXE-DE-COTE VALUE "C".
                   88 EXE-RETIRE VALUE "X".

           FD fentree.
           01 entreeLigne PIC X(200).

               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

           FD fcheckpoint.
           01 ckpLigne.
               02 ckp_charges PIC 9(5).
               02 ckp_rejets PIC 9(5).

      * Journal de reprise, remis à zéro à chaque déchargement complet.
           FD frecup.
           01 rcpLigne.
               02 rcp_date PIC X(8).
               02 rcp_heure PIC X(6).
               02 rcp_fic PIC 9.
               02 rcp_action PIC X.
                   88 RCP-ECRITURE VALUE "W".
                   88 RCP-REECRITURE VALUE "R".
                   88 RCP-SUPPRESSION VALUE "D".
               02 rcp_ope PIC X(4).
               02 rcp_image PIC X(140).

       WORKING-STORAGE SECTION.
           77 fdvd_stat PIC 9(2).
           77 fentree_stat PIC 9(2).
           77 Wnb_restock PIC 9(2).
           77 Wtrx_type PIC X(10).

           77 fexe_stat PIC 9(2).
           77 Wvaleur_saisi PIC X(8).
           77 Wexe_valeur PIC 9(3)V99.
           77 Wexe_valeur_defaut PIC 9(3)V99 VALUE 15.
           77 Wexe_a_creer PIC 9(2).
           77 Wexe_num_max PIC 9(3).
           77 Wfin_exe PIC 9.
           77 Wcpt_exemplaires PIC 9(7).

           77 fckp_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 Wrcp_action PIC X.
           77 Wckp_lus_deb PIC 9(7).
           77 Wckp_charges_deb PIC 9(5).
           77 Wckp_rejets_deb PIC 9(5).
           OPEN I-O fdvd
           END-IF

           OPEN I-O fexemplaires
           IF fexe_stat = 35 THEN
           OPEN OUTPUT fexemplaires
           CLOSE fexemplaires
           OPEN I-O fexemplaires
           END-IF

           PERFORM LIT_CHECKPOINT

           OPEN INPUT fentree
           OPEN EXTEND ftransactions
           END-IF

           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           CLOSE frecup
           OPEN EXTEND frecup
           END-IF

           MOVE 0 TO Wfin_lot
           MOVE 0 TO Wcpt_charges
           MOVE 0 TO Wcpt_restocks
           MOVE 0 TO Wcpt_rejets
           MOVE 0 TO Wcpt_lus
           MOVE 0 TO Wcpt_sautes
           MOVE 0 TO Wcpt_exemplaires

           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ fentree
           DISPLAY "DVD chargés (ce passage)   : " Wcpt_charges
           DISPLAY "DVD réassortis (ce passage): " Wcpt_restocks
           DISPLAY "DVD rejetés (ce passage)   : " Wcpt_rejets
           DISPLAY "Exemplaires enregistrés    : " Wcpt_exemplaires
           COMPUTE Wckp_charges_deb = Wckp_charges_deb + Wcpt_charges
           COMPUTE Wckp_rejets_deb = Wckp_rejets_deb + Wcpt_rejets
           DISPLAY "Cumul lot - chargés        : " Wckp_charges_deb
           DISPLAY "Cumul lot - rejetés        : " Wckp_rejets_deb

           CLOSE fdvd
           CLOSE fexemplaires
           CLOSE fentree
           CLOSE frejet
           CLOSE ftransactions
           CLOSE frecup
           STOP RUN.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHARGE_LIGNE.
           MOVE SPACES TO Wnb_saisi
           MOVE SPACES TO Wvaleur_saisi
           UNSTRING entreeLigne DELIMITED BY "|"
               INTO fdvd_id, fdvd_titre, fdvd_real, fdvd_genre,
                    fdvd_prix, Wnb_saisi, Wvaleur_saisi
           END-UNSTRING
           IF Wvaleur_saisi = SPACES
               MOVE Wexe_valeur_defaut TO Wexe_valeur
           ELSE
               COMPUTE Wexe_valeur = FUNCTION NUMVAL(Wvaleur_saisi)
               IF Wexe_valeur = 0
                   MOVE Wexe_valeur_defaut TO Wexe_valeur
               END-IF
           END-IF
           IF Wnb_saisi = SPACES
               MOVE 1 TO fdvd_possedes
           ELSE
                       " - " entreeLigne
               END-IF
           NOT INVALID KEY
               MOVE "W" TO Wrcp_action
               PERFORM REPRISE_DVD
               ADD 1 TO Wcpt_charges
               MOVE "AJOUT_DVD " TO Wtrx_type
               PERFORM ENREGISTRER_TRANSACTION
               MOVE fdvd_possedes TO Wexe_a_creer
               PERFORM CREE_EXEMPLAIRES
           END-WRITE.
      ******************************************************************
      ******************************************************************
               ADD Wnb_restock TO fdvd_possedes
               ADD Wnb_restock TO fdvd_louable
               REWRITE dvdTampon
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_DVD
               IF fdvd_stat = 00
                   ADD 1 TO Wcpt_restocks
                   MOVE "REASSORT  " TO Wtrx_type
                   PERFORM ENREGISTRER_TRANSACTION
                   MOVE Wnb_restock TO Wexe_a_creer
                   PERFORM CREE_EXEMPLAIRES
               ELSE
                   ADD 1 TO Wcpt_rejets
                   MOVE entreeLigne TO rejetLigne
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un enregistrement par exemplaire reçu, numéroté à la suite du
      * plus grand numéro déjà attribué au titre, daté du jour de la
      * réception et en rayon.
      ******************************************************************
       CREE_EXEMPLAIRES.
           MOVE 0 TO Wexe_num_max
           MOVE 0 TO Wfin_exe
           MOVE fdvd_id TO fexe_dvd_id
           MOVE 0 TO fexe_num
           START fexemplaires KEY NOT LESS THAN fexe_cle
           INVALID KEY
               MOVE 1 TO Wfin_exe
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_exe = 1
               READ fexemplaires NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_exe
               NOT AT END
                   IF fexe_dvd_id = fdvd_id
                       MOVE fexe_num TO Wexe_num_max
                   ELSE
                       MOVE 1 TO Wfin_exe
                   END-IF
               END-READ
           END-PERFORM
           PERFORM WITH TEST BEFORE UNTIL Wexe_a_creer = 0
               IF Wexe_num_max = 999
                   DISPLAY "Numérotation des exemplaires pleine, DVD "
                       fdvd_id
                   MOVE 0 TO Wexe_a_creer
               ELSE
                   ADD 1 TO Wexe_num_max
                   MOVE fdvd_id TO fexe_dvd_id
                   MOVE Wexe_num_max TO fexe_num
                   ACCEPT fexe_date_achat FROM DATE YYYYMMDD
                   MOVE Wexe_valeur TO fexe_valeur
                   SET EXE-BON TO TRUE
                   SET EXE-EN-RAYON TO TRUE
                   WRITE exeTampon
                   INVALID KEY
                       DISPLAY "Exemplaire non enregistré, code"
                           " retour : " fexe_stat " - DVD " fdvd_id
                   NOT INVALID KEY
                       MOVE "W" TO Wrcp_action
                       PERFORM REPRISE_EXEMPLAIRE
                       ADD 1 TO Wcpt_exemplaires
                   END-WRITE
                   SUBTRACT 1 FROM Wexe_a_creer
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ENREGISTRER_TRANSACTION.
           ACCEPT trx_date FROM DATE YYYYMMDD
           MOVE fdvd_id TO trx_dvd_id
           MOVE 0 TO trx_clt_id
           MOVE "LOT " TO trx_ope
           MOVE SPACES TO trx_ope_autorise
           WRITE trxLigne.
      ******************************************************************
      ******************************************************************
           CLOSE fcheckpoint.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Journal de reprise : image de l'enregistrement après chaque
      * écriture, réécriture ou suppression réussie sur un fichier
      * indexé, rejoué par ProjetSauvegarde (mode reprise) sur la
      * dernière image déchargée.
      ******************************************************************
       REPRISE_DVD.
           IF fdvd_stat = 00
               MOVE 1 TO rcp_fic
               MOVE dvdTampon TO rcp_image
               PERFORM ECRIT_REPRISE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REPRISE_EXEMPLAIRE.
           IF fexe_stat = 00
               MOVE 8 TO rcp_fic
               MOVE exeTampon TO rcp_image
               PERFORM ECRIT_REPRISE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECRIT_REPRISE.
           ACCEPT rcp_date FROM DATE YYYYMMDD
           ACCEPT rcp_heure FROM TIME
           MOVE Wrcp_action TO rcp_action
           MOVE "LOT " TO rcp_ope
           WRITE rcpLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetChargement.
