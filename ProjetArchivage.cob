           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ftrav_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

       DATA DIVISION.
       FILE SECTION.
           FD flocation.
                   88 LOC-EN-COURS VALUE "1".
                   88 LOC-RENDU VALUE "0".
               02 floc_jours_factures PIC 9(5).
               02 floc_exemplaire PIC 9(3).
               02 floc_nb_prolong PIC 9.
               02 floc_points PIC 9(4).

      * Même découpage que locTampon, recopié tel quel.
           FD flochisto.
           01 lochLigne PIC X(68).

           FD ftransactions.
           01 trxLigne.
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

      * Même découpage que trxLigne, recopié tel quel.
           FD ftrxhisto.
           01 trxhLigne PIC X(52).

           FD ftravail.
           01 travLigne PIC X(52).

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
           77 floc_stat PIC 9(2).
           77 ftrx_stat PIC 9(2).
           77 ftrxh_stat PIC 9(2).
           77 ftrav_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 Wrcp_action PIC X.

           77 Wdate_butoir PIC 9(8).
           77 Wdate_ok PIC 9.
      ******************************************************************
       ARCHIVE_PRETS.
           OPEN I-O flocation
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF
           OPEN EXTEND flochisto
           IF floch_stat = 35 THEN
           OPEN OUTPUT flochisto
                           MOVE 1 TO Wfin_lot
                       ELSE
                           DELETE flocation RECORD
                           MOVE "D" TO Wrcp_action
                           PERFORM REPRISE_PRET
                           IF floc_stat = 00
                               ADD 1 TO Wcpt_prets_arch
                           ELSE
           END-PERFORM

           CLOSE flocation
           CLOSE flochisto
           CLOSE frecup.
      ******************************************************************
      ******************************************************************
      ******************************************************************
           CLOSE ftransactions.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Journal de reprise : image de l'enregistrement après chaque
      * écriture, réécriture ou suppression réussie sur un fichier
      * indexé, rejoué par ProjetSauvegarde (mode reprise) sur la
      * dernière image déchargée.
      ******************************************************************
       REPRISE_PRET.
           IF floc_stat = 00
               MOVE 3 TO rcp_fic
               MOVE locTampon TO rcp_image
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
       END PROGRAM ProjetArchivage.
