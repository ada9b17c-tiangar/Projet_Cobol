      *           trace une ligne FUSION_CLT dans ftransactions.dat
      *           (client = identifiant disparu, DVD = identifiant
      *           survivant, faute de champ dédié) pour que le journal
      *           explique où l'ancien identifiant est parti. Le
      *           transfert de solde laisse deux lignes dans le grand
      *           livre fecritures.dat : FUSION_SOR sur le disparu,
      *           FUSION_ENT sur le survivant, chacune avec l'autre
      *           identifiant en référence ; ProjetBalance s'en sert
      *           pour rattacher l'historique daté du disparu au
      *           survivant. Les points de fidélité suivent le même
      *           chemin : ajoutés au compte du survivant, avec une
      *           ligne S (disparu) et une ligne E (survivant) dans
      *           fpoints.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY fres_dvd_id WITH DUPLICATES
           FILE STATUS IS fres_stat.

           SELECT fecritures ASSIGN TO "fecritures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fecr_stat.

           SELECT ftransactions ASSIGN TO "ftransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ftrx_stat.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fdbl_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

           SELECT fpoints ASSIGN TO "fpoints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpts_stat.

       DATA DIVISION.
       FILE SECTION.
           FD fclients.
                   88 LOC-EN-COURS VALUE "1".
                   88 LOC-RENDU VALUE "0".
               02 floc_jours_factures PIC 9(5).
               02 floc_exemplaire PIC 9(3).
               02 floc_nb_prolong PIC 9.
               02 floc_points PIC 9(4).

           FD fsoldes.
           01 sldTampon.
               02 fsld_clt_id PIC 9(10).
               02 fsld_du PIC 9(7)V99.
               02 fsld_paye PIC 9(7)V99.
               02 fsld_bloque PIC X.
                   88 SLD-BLOQUE VALUE "O".
                   88 SLD-LIBRE VALUE "N".
               02 fsld_points PIC 9(6).

           FD freservations.
           01 resTampon.
                   88 RES-DISPONIBLE VALUE "2".
                   88 RES-SOLDEE VALUE "0".
                   88 RES-ANNULEE VALUE "9".
                   88 RES-EXPIREE VALUE "8".
               02 fres_date_dispo PIC 9(8).
               02 fres_avis PIC X.
                   88 RES-AVIS-A-FAIRE VALUE "0".
                   88 RES-AVIS-FAIT VALUE "1".

           FD ftransactions.
           01 trxLigne.
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

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

           FD fdoublons.
           01 dblLigne PIC X(130).

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
           77 fclt_stat PIC 9(2).
           77 floc_stat PIC 9(2).
           77 fres_stat PIC 9(2).
           77 ftrx_stat PIC 9(2).
           77 fdbl_stat PIC 9(2).
           77 fecr_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 fpts_stat PIC 9(2).
           77 Wrcp_action PIC X.

           77 Wmode PIC 9.
           77 Wfin_lot PIC 9.
           77 Wdu_perdu PIC 9(7)V99.
           77 Wpaye_perdu PIC 9(7)V99.
           77 Wsolde_existe PIC 9.
           77 Wbloque_perdu PIC X.
           77 Wpoints_perdu PIC 9(6).
           77 Wsolde_transfert PIC S9(7)V99.

           01 Wtab_clients.
               02 Wclt_ligne OCCURS 1000.
      ******************************************************************
      ******************************************************************
       FUSIONNE_ECRIT.
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF
           PERFORM REBASCULE_PRETS
           PERFORM FUSIONNE_SOLDES
           PERFORM REBASCULE_RESERVATIONS
               DISPLAY "Relecture impossible, fiche gardée."
           NOT INVALID KEY
               DELETE fclients RECORD
               MOVE "D" TO Wrcp_action
               PERFORM REPRISE_CLIENT
               IF fclt_stat = 00
                   PERFORM ENREGISTRER_FUSION
                   DISPLAY "Fusion faite : " Wcpt_prets
                   DISPLAY "Suppression impossible, code retour : "
                       fclt_stat
               END-IF
           END-READ
           CLOSE frecup.
      ******************************************************************
      ******************************************************************
      ******************************************************************
               NOT INVALID KEY
                   MOVE Wclt_garde TO floc_clt_id
                   REWRITE locTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_PRET
                   IF floc_stat = 00
                       ADD 1 TO Wcpt_prets
                   ELSE
               MOVE 1 TO Wsolde_existe
               MOVE fsld_du TO Wdu_perdu
               MOVE fsld_paye TO Wpaye_perdu
               MOVE fsld_bloque TO Wbloque_perdu
               MOVE fsld_points TO Wpoints_perdu
               DELETE fsoldes RECORD
               MOVE "D" TO Wrcp_action
               PERFORM REPRISE_SOLDE
           END-READ
           IF Wsolde_existe = 1
               MOVE Wclt_garde TO fsld_clt_id
                   MOVE Wclt_garde TO fsld_clt_id
                   MOVE Wdu_perdu TO fsld_du
                   MOVE Wpaye_perdu TO fsld_paye
                   MOVE Wbloque_perdu TO fsld_bloque
                   MOVE Wpoints_perdu TO fsld_points
                   WRITE sldTampon END-WRITE
                   MOVE "W" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
               NOT INVALID KEY
                   ADD Wdu_perdu TO fsld_du
                   ADD Wpaye_perdu TO fsld_paye
                   ADD Wpoints_perdu TO fsld_points
                   IF Wbloque_perdu = "O"
                       SET SLD-BLOQUE TO TRUE
                   END-IF
                   REWRITE sldTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
               END-READ
               IF fsld_stat = 00
                   PERFORM ECRIT_TRANSFERT_SOLDE
                   IF Wpoints_perdu > 0
                       PERFORM ECRIT_TRANSFERT_POINTS
                   END-IF
               ELSE
                   DISPLAY "Report du solde impossible, code retour : "
                       fsld_stat
               END-IF
           END-IF
           CLOSE fsoldes.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Le solde du disparu (dû moins payé) sort de son compte et
      * entre sur celui du survivant, une ligne de chaque côté.
      ******************************************************************
       ECRIT_TRANSFERT_SOLDE.
           COMPUTE Wsolde_transfert = Wdu_perdu - Wpaye_perdu
           OPEN EXTEND fecritures
           IF fecr_stat = 35
               OPEN OUTPUT fecritures
           END-IF
           ACCEPT ecr_date FROM DATE YYYYMMDD
           ACCEPT ecr_heure FROM TIME
           MOVE "LOT " TO ecr_ope
           MOVE 0 TO ecr_piece
           IF Wsolde_transfert < 0
               COMPUTE ecr_montant = 0 - Wsolde_transfert
           ELSE
               MOVE Wsolde_transfert TO ecr_montant
           END-IF
           MOVE "FUSION_SOR" TO ecr_nature
           MOVE Wclt_perdu TO ecr_clt_id
           MOVE Wclt_garde TO ecr_ref
           IF Wsolde_transfert < 0
               SET ECR-DEBIT TO TRUE
           ELSE
               SET ECR-CREDIT TO TRUE
           END-IF
           WRITE ecrLigne
           MOVE "FUSION_ENT" TO ecr_nature
           MOVE Wclt_garde TO ecr_clt_id
           MOVE Wclt_perdu TO ecr_ref
           IF Wsolde_transfert < 0
               SET ECR-CREDIT TO TRUE
           ELSE
               SET ECR-DEBIT TO TRUE
           END-IF
           WRITE ecrLigne
           CLOSE fecritures.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Les points du disparu passent au survivant, une ligne de
      * chaque côté comme pour le solde.
      ******************************************************************
       ECRIT_TRANSFERT_POINTS.
           OPEN EXTEND fpoints
           IF fpts_stat = 35
               OPEN OUTPUT fpoints
           END-IF
           ACCEPT pts_date FROM DATE YYYYMMDD
           ACCEPT pts_heure FROM TIME
           MOVE "LOT " TO pts_ope
           MOVE Wpoints_perdu TO pts_nombre
           MOVE 0 TO pts_valeur
           SET PTS-FUSION-SOR TO TRUE
           MOVE Wclt_perdu TO pts_clt_id
           MOVE Wclt_garde TO pts_ref
           WRITE ptsLigne
           SET PTS-FUSION-ENT TO TRUE
           MOVE Wclt_garde TO pts_clt_id
           MOVE Wclt_perdu TO pts_ref
           WRITE ptsLigne
           CLOSE fpoints.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Balayage complet comme partout ailleurs : pas de clé client
      * dans freservations. fres_clt_id n'est pas une clé, la
      * réécriture pendant le balayage ne dérange rien.
                      AND (RES-EN-ATTENTE OR RES-DISPONIBLE)
                       MOVE Wclt_garde TO fres_clt_id
                       REWRITE resTampon
                       MOVE "R" TO Wrcp_action
                       PERFORM REPRISE_RESA
                       IF fres_stat = 00
                           ADD 1 TO Wcpt_resas
                       ELSE
           MOVE Wclt_garde TO trx_dvd_id
           MOVE Wclt_perdu TO trx_clt_id
           MOVE "LOT " TO trx_ope
           MOVE SPACES TO trx_ope_autorise
           WRITE trxLigne
           CLOSE ftransactions.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Journal de reprise : image de l'enregistrement après chaque
      * écriture, réécriture ou suppression réussie sur un fichier
      * indexé, rejoué par ProjetSauvegarde (mode reprise) sur la
      * dernière image déchargée.
      ******************************************************************
       REPRISE_CLIENT.
           IF fclt_stat = 00
               MOVE 2 TO rcp_fic
               MOVE cltTampon TO rcp_image
               PERFORM ECRIT_REPRISE
           END-IF.
      ******************************************************************
      ******************************************************************
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
       REPRISE_RESA.
           IF fres_stat = 00
               MOVE 5 TO rcp_fic
               MOVE resTampon TO rcp_image
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
       END PROGRAM ProjetFusion.
