      *           compares each open loan's due date against the run
      *           date, and writes a late-fee line (client, DVD, days
      *           late, amount owed off fdvd_prix) to fretard.dat for
      *           every loan still out past its due date. Newly billed
      *           late days go to the client's fsoldes account and to
      *           the dated ledger fecritures.dat (nature RETARD, loan
      *           id as reference), each charge with its numbered
      *           invoice (series F, ProjetNumero) in fpieces.dat and
      *           its printed copy in fpieces_edit.dat, at the penalty
      *           VAT rate TVA_PEN read from fparametres.dat. A loan
      *           billed late gives back the loyalty points it had
      *           earned: they come off the client's fsoldes account
      *           and the take-back is logged in fpoints.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fretard_stat.

           SELECT fecritures ASSIGN TO "fecritures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fecr_stat.

           SELECT fclients ASSIGN TO "fclients.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fclt_id
           FILE STATUS IS fclt_stat.

           SELECT fpieces ASSIGN TO "fpieces.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpie_stat.

           SELECT fpieces_edit ASSIGN TO "fpieces_edit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fedt_stat.

           SELECT fparametres ASSIGN TO "fparametres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fprm_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

           SELECT fpoints ASSIGN TO "fpoints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpts_stat.

       DATA DIVISION.
       FILE SECTION.
           FD flocation.
                   88 LOC-EN-COURS VALUE "1".
                   88 LOC-RENDU VALUE "0".
               02 floc_jours_factures PIC 9(5).
               02 floc_exemplaire PIC 9(3).
               02 floc_nb_prolong PIC 9.
               02 floc_points PIC 9(4).

           FD fdvd.
           01 dvdTampon.
               02 fsld_clt_id PIC 9(10).
               02 fsld_du PIC 9(7)V99.
               02 fsld_paye PIC 9(7)V99.
               02 fsld_bloque PIC X.
                   88 SLD-BLOQUE VALUE "O".
                   88 SLD-LIBRE VALUE "N".
               02 fsld_points PIC 9(6).

           FD fretard.
           01 retardLigne.
               02 ret_jours_retard PIC 9(5).
               02 ret_montant_du PIC 9(7)V99.

           FD fecritures.
           01 ecrLigne.
               02 ecr_date PIC X(8).
               02 ecr_heure PIC X(6).
               02 ecr_clt_id PIC 9(10).
               02 ecr_sens PIC X.
                   88 ECR-DEBIT VALUE "D".
                   88 ECR-CREDIT VALUE "C".
               02 ecr_nature PIC X(10).
               02 ecr_ref PIC 9(10).
               02 ecr_montant PIC 9(7)V99.
               02 ecr_ope PIC X(4).
               02 ecr_piece PIC 9(10).

           FD fclients.
           01 cltTampon.
               02 fclt_id PIC 9(10).
               02 fclt_nom PIC X(25).
               02 fclt_prenom PIC X(25).
               02 fclt_mail PIC X(50).

           FD fpieces.
           01 pieLigne.
               02 pie_num PIC 9(10).
               02 pie_type PIC X.
                   88 PIE-FACTURE VALUE "F".
                   88 PIE-RECU VALUE "R".
               02 pie_nature PIC X(10).
               02 pie_date PIC X(8).
               02 pie_heure PIC X(6).
               02 pie_clt_id PIC 9(10).
               02 pie_ref PIC 9(10).
               02 pie_taux PIC 9(2)V99.
               02 pie_ht PIC 9(7)V99.
               02 pie_tva PIC 9(7)V99.
               02 pie_ttc PIC 9(7)V99.
               02 pie_mode PIC X.
               02 pie_ope PIC X(4).

           FD fpieces_edit.
           01 edtLigne PIC X(80).

           FD fparametres.
           01 prmLigne PIC X(80).

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

      * Historique des points de fidélité, même découpage qu'au
      * comptoir.
           FD fpoints.
           01 ptsLigne.
               02 pts_date PIC X(8).
               02 pts_heure PIC X(6).
               02 pts_clt_id PIC 9(10).
               02 pts_mouvement PIC X.
                   88 PTS-GAGNES VALUE "G".
                   88 PTS-UTILISES VALUE "U".
                   88 PTS-ANNULES VALUE "A".
                   88 PTS-FUSION-SOR VALUE "S".
                   88 PTS-FUSION-ENT VALUE "E".
               02 pts_nombre PIC 9(6).
               02 pts_ref PIC 9(10).
               02 pts_valeur PIC 9(7)V99.
               02 pts_ope PIC X(4).

       WORKING-STORAGE SECTION.
           77 floc_stat PIC 9(2).
           77 fdvd_stat PIC 9(2).
           77 fsld_stat PIC 9(2).
           77 fretard_stat PIC 9(2).
           77 fecr_stat PIC 9(2).
           77 fclt_stat PIC 9(2).
           77 fpie_stat PIC 9(2).
           77 fedt_stat PIC 9(2).
           77 fprm_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 fpts_stat PIC 9(2).
           77 Wrcp_action PIC X.
           77 Wpts_mvt PIC 9(6).

           77 Wdate_jour PIC 9(8).
           77 Wfin_lot PIC 9.

           77 Wmontant_du PIC 9(7)V99.

           77 Wtva_pen PIC 9(2)V99 VALUE 0.
           77 Wprm_code PIC X(10).
           77 Wprm_saisie PIC X(20).
           77 Wfin_prm PIC 9.

           77 Wpie_type PIC X VALUE "F".
           77 Wpie_num PIC 9(10).
           77 Wnum_ok PIC 9.
           77 Wpie_aff PIC ZZZZZZ9.99.
           77 Wtaux_pie_aff PIC Z9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O flocation
           OPEN INPUT fdvd
           OPEN OUTPUT fretard

           OPEN EXTEND fecritures
           IF fecr_stat = 35 THEN
           OPEN OUTPUT fecritures
           END-IF

           OPEN INPUT fclients
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF
           OPEN EXTEND fpieces
           IF fpie_stat = 35 THEN
           OPEN OUTPUT fpieces
           END-IF
           OPEN EXTEND fpieces_edit
           IF fedt_stat = 35 THEN
           OPEN OUTPUT fpieces_edit
           END-IF
           OPEN EXTEND fpoints
           IF fpts_stat = 35 THEN
           OPEN OUTPUT fpoints
           END-IF
           PERFORM CHARGE_PARAMETRES

           OPEN I-O fsoldes
           IF fsld_stat = 35 THEN
           OPEN OUTPUT fsoldes
           CLOSE fdvd
           CLOSE fsoldes
           CLOSE fretard
           CLOSE fecritures
           CLOSE fclients
           CLOSE fpieces
           CLOSE fpieces_edit
           CLOSE frecup
           CLOSE fpoints
           GOBACK.
      ******************************************************************
      ******************************************************************
                           (ret_jours_retard - floc_jours_factures)
                           * fdvd_prix
                       PERFORM AJOUTE_SOLDE_DU
                       PERFORM ANNULE_POINTS_PRET
                       MOVE ret_jours_retard TO floc_jours_factures
                       REWRITE locTampon
                       MOVE "R" TO Wrcp_action
                       PERFORM REPRISE_PRET
                   END-IF
               END-READ
           END-IF.
               MOVE floc_clt_id TO fsld_clt_id
               MOVE Wmontant_du TO fsld_du
               MOVE 0 TO fsld_paye
               SET SLD-LIBRE TO TRUE
               MOVE 0 TO fsld_points
               WRITE sldTampon END-WRITE
               MOVE "W" TO Wrcp_action
               PERFORM REPRISE_SOLDE
           NOT INVALID KEY
               ADD Wmontant_du TO fsld_du
               REWRITE sldTampon
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_SOLDE
           END-READ
           IF fsld_stat = 00
               PERFORM ECRIT_ECRITURE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Même règle qu'au comptoir : les points gagnés sur un prêt
      * rendu en retard sont repris, dans la limite du compte.
      ******************************************************************
       ANNULE_POINTS_PRET.
           IF floc_points > 0
               MOVE 0 TO Wpts_mvt
               MOVE floc_clt_id TO fsld_clt_id
               READ fsoldes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF fsld_points < floc_points
                       MOVE fsld_points TO Wpts_mvt
                   ELSE
                       MOVE floc_points TO Wpts_mvt
                   END-IF
                   SUBTRACT Wpts_mvt FROM fsld_points
                   REWRITE sldTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
               END-READ
               MOVE 0 TO floc_points
               IF Wpts_mvt > 0 AND fsld_stat = 00
                   ACCEPT pts_date FROM DATE YYYYMMDD
                   ACCEPT pts_heure FROM TIME
                   MOVE floc_clt_id TO pts_clt_id
                   SET PTS-ANNULES TO TRUE
                   MOVE Wpts_mvt TO pts_nombre
                   MOVE floc_id TO pts_ref
                   MOVE 0 TO pts_valeur
                   MOVE "LOT " TO pts_ope
                   WRITE ptsLigne
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECRIT_ECRITURE.
           PERFORM EMET_PIECE
           ACCEPT ecr_date FROM DATE YYYYMMDD
           ACCEPT ecr_heure FROM TIME
           MOVE floc_clt_id TO ecr_clt_id
           SET ECR-DEBIT TO TRUE
           MOVE "RETARD    " TO ecr_nature
           MOVE floc_id TO ecr_ref
           MOVE Wmontant_du TO ecr_montant
           MOVE "LOT " TO ecr_ope
           MOVE Wpie_num TO ecr_piece
           WRITE ecrLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Facture de pénalité de retard, même présentation qu'au
      * comptoir. Sans numéro la somme reste due, la pièce sera
      * régularisée.
      ******************************************************************
       EMET_PIECE.
           CALL "ProjetNumero" USING Wpie_type, Wpie_num, Wnum_ok
           IF Wnum_ok NOT = 0
               MOVE 0 TO Wpie_num
               DISPLAY "Facture non émise, prêt " floc_id
           ELSE
               MOVE Wpie_num TO pie_num
               SET PIE-FACTURE TO TRUE
               MOVE "RETARD    " TO pie_nature
               ACCEPT pie_date FROM DATE YYYYMMDD
               ACCEPT pie_heure FROM TIME
               MOVE floc_clt_id TO pie_clt_id
               MOVE floc_id TO pie_ref
               MOVE Wtva_pen TO pie_taux
               MOVE Wmontant_du TO pie_ttc
               COMPUTE pie_ht ROUNDED = Wmontant_du * 100
                   / (100 + Wtva_pen)
               COMPUTE pie_tva = pie_ttc - pie_ht
               MOVE SPACE TO pie_mode
               MOVE "LOT " TO pie_ope
               WRITE pieLigne
               PERFORM EDITE_PIECE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_PIECE.
           MOVE SPACES TO edtLigne
           STRING "FACTURE N° " pie_num " DU " pie_date
               DELIMITED BY SIZE INTO edtLigne
           WRITE edtLigne
           MOVE pie_clt_id TO fclt_id
           READ fclients
           INVALID KEY
               MOVE SPACES TO fclt_nom
               MOVE SPACES TO fclt_prenom
           END-READ
           MOVE SPACES TO edtLigne
           STRING "Client       : " pie_clt_id " " fclt_nom " "
               fclt_prenom
               DELIMITED BY SIZE INTO edtLigne
           WRITE edtLigne
           MOVE SPACES TO edtLigne
           STRING "Objet        : " pie_nature " prêt n° " pie_ref
               DELIMITED BY SIZE INTO edtLigne
           WRITE edtLigne
           MOVE pie_ht TO Wpie_aff
           MOVE SPACES TO edtLigne
           STRING "Montant HT   : " Wpie_aff " EUR"
               DELIMITED BY SIZE INTO edtLigne
           WRITE edtLigne
           MOVE pie_tva TO Wpie_aff
           MOVE pie_taux TO Wtaux_pie_aff
           MOVE SPACES TO edtLigne
           STRING "TVA " Wtaux_pie_aff " %  : " Wpie_aff " EUR"
               DELIMITED BY SIZE INTO edtLigne
           WRITE edtLigne
           MOVE pie_ttc TO Wpie_aff
           MOVE SPACES TO edtLigne
           STRING "Total TTC    : " Wpie_aff " EUR"
               DELIMITED BY SIZE INTO edtLigne
           WRITE edtLigne
           MOVE ALL "=" TO edtLigne
           WRITE edtLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHARGE_PARAMETRES.
           OPEN INPUT fparametres
           IF fprm_stat = 00
               MOVE 0 TO Wfin_prm
               PERFORM WITH TEST BEFORE UNTIL Wfin_prm = 1
                   READ fparametres
                   AT END
                       MOVE 1 TO Wfin_prm
                   NOT AT END
                       MOVE SPACES TO Wprm_code
                       MOVE SPACES TO Wprm_saisie
                       UNSTRING prmLigne DELIMITED BY "|"
                           INTO Wprm_code, Wprm_saisie
                       END-UNSTRING
                       IF Wprm_code = "TVA_PEN"
                           COMPUTE Wtva_pen =
                               FUNCTION NUMVAL(Wprm_saisie)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fparametres
           END-IF.
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
       REPRISE_SOLDE.
           IF fsld_stat = 00
               MOVE 4 TO rcp_fic
               MOVE sldTampon TO rcp_image
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
