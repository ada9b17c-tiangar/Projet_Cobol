      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Balance âgée des comptes clients. Relit le grand
      *           livre fecritures.dat (lignes datées portées par le
      *           comptoir, ProjetRetard et ProjetFusion) et, pour
      *           chaque compte de fsoldes.dat qui doit encore quelque
      *           chose, répartit le solde dû sur les débits les plus
      *           récents (les règlements soldent d'abord les plus
      *           anciens) : 0-30, 31-60, 61-90 et plus de 90 jours à
      *           la date du passage. La part du solde qui ne se
      *           retrouve dans aucun débit daté (dettes antérieures
      *           au grand livre) sort à part en "non daté". Les
      *           lignes FUSION_SOR rattachent l'historique d'un
      *           client disparu au survivant. Le rapport part dans
      *           fbalance.dat ; un client qui a une part à plus de 90
      *           jours est bloqué dans fsoldes (fsld_bloque), les
      *           autres sont débloqués. Les débits sont cumulés par
      *           client et par tranche d'âge dans le fichier de
      *           travail fbalance_tranches.dat, les fusions relevées
      *           dans fbalance_fusions.dat : tous deux sont refaits à
      *           chaque passage, le grand livre peut grossir sans
      *           limite. Si l'un d'eux ne peut pas être tenu, aucun
      *           blocage n'est touché et le code retour est 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjetBalance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fecritures ASSIGN TO "fecritures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fecr_stat.

           SELECT fsoldes ASSIGN TO "fsoldes.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fsld_clt_id
           FILE STATUS IS fsld_stat.

           SELECT fclients ASSIGN TO "fclients.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fclt_id
           FILE STATUS IS fclt_stat.

           SELECT fbalance ASSIGN TO "fbalance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fbal_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

           SELECT ftranches ASSIGN TO "fbalance_tranches.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY ftrc_clt_id
           FILE STATUS IS ftrc_stat.

           SELECT ffusions ASSIGN TO "fbalance_fusions.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY ffus_perdu
           FILE STATUS IS ffus_stat.

       DATA DIVISION.
       FILE SECTION.
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

           FD fsoldes.
           01 sldTampon.
               02 fsld_clt_id PIC 9(10).
               02 fsld_du PIC 9(7)V99.
               02 fsld_paye PIC 9(7)V99.
               02 fsld_bloque PIC X.
                   88 SLD-BLOQUE VALUE "O".
                   88 SLD-LIBRE VALUE "N".
               02 fsld_points PIC 9(6).

           FD fclients.
           01 cltTampon.
               02 fclt_id PIC 9(10).
               02 fclt_nom PIC X(25).
               02 fclt_prenom PIC X(25).
               02 fclt_mail PIC X(50).

           FD fbalance.
           01 balLigne PIC X(132).

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

      * Débits datés cumulés par client (déjà rattaché au survivant)
      * et par tranche : 1 = 0-30 j, 2 = 31-60, 3 = 61-90, 4 = + 90.
           FD ftranches.
           01 trcTampon.
               02 ftrc_clt_id PIC 9(10).
               02 ftrc_montant PIC 9(9)V99 OCCURS 4.

      * Client disparu -> client survivant, relevé sur les lignes
      * FUSION_SOR du grand livre.
           FD ffusions.
           01 fusTampon.
               02 ffus_perdu PIC 9(10).
               02 ffus_garde PIC 9(10).

       WORKING-STORAGE SECTION.
           77 fecr_stat PIC 9(2).
           77 fsld_stat PIC 9(2).
           77 fclt_stat PIC 9(2).
           77 fbal_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 ftrc_stat PIC 9(2).
           77 ffus_stat PIC 9(2).
           77 Wrcp_action PIC X.

           77 Wdate_jour PIC 9(8).
           77 Wjour_jour PIC 9(9).
           77 Wjour_debit PIC 9(9).
           77 Wdate_debit PIC 9(8).
           77 Wage PIC 9(5).
           77 Wfin_lot PIC 9.
           77 Wtrouve PIC 9.
           77 Wsauts PIC 9(2).
           77 Wtravail_ko PIC 9.

           77 Wb PIC 9.
           77 Wclt_ligne PIC 9(10).

           77 Wsolde PIC S9(7)V99.
           77 Wreste PIC 9(7)V99.
           77 Wpart PIC 9(7)V99.
           77 Wtranche_1 PIC 9(7)V99.
           77 Wtranche_2 PIC 9(7)V99.
           77 Wtranche_3 PIC 9(7)V99.
           77 Wtranche_4 PIC 9(7)V99.
           77 Wnon_date PIC 9(7)V99.

           77 Wtot_solde PIC 9(9)V99.
           77 Wtot_1 PIC 9(9)V99.
           77 Wtot_2 PIC 9(9)V99.
           77 Wtot_3 PIC 9(9)V99.
           77 Wtot_4 PIC 9(9)V99.
           77 Wtot_non_date PIC 9(9)V99.

           77 Wcpt_ecritures PIC 9(7).
           77 Wcpt_debiteurs PIC 9(5).
           77 Wcpt_bloques PIC 9(5).
           77 Wcpt_nouveaux_bloques PIC 9(5).
           77 Wcpt_debloques PIC 9(5).

           01 Wligne_balance.
               02 Wbal_clt PIC 9(10).
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_nom PIC X(25).
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_solde PIC ZZZZZZ9.99.
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_1 PIC ZZZZZZ9.99.
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_2 PIC ZZZZZZ9.99.
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_3 PIC ZZZZZZ9.99.
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_4 PIC ZZZZZZ9.99.
               02 FILLER PIC X VALUE SPACE.
               02 Wbal_non_date PIC ZZZZZZ9.99.
               02 FILLER PIC XX VALUE SPACES.
               02 Wbal_bloque PIC X(6).

           01 Wligne_total.
               02 FILLER PIC X(37) VALUE "TOTAL".
               02 Wtot_solde_aff PIC ZZZZZZZZ9.99.
               02 Wtot_1_aff PIC ZZZZZZZZ9.99.
               02 Wtot_2_aff PIC ZZZZZZZZ9.99.
               02 Wtot_3_aff PIC ZZZZZZZZ9.99.
               02 Wtot_4_aff PIC ZZZZZZZZ9.99.
               02 Wtot_non_date_aff PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Wdate_jour FROM DATE YYYYMMDD
           COMPUTE Wjour_jour = FUNCTION INTEGER-OF-DATE (Wdate_jour)

           MOVE 0 TO Wtravail_ko
           MOVE 0 TO Wcpt_ecritures
           MOVE 0 TO Wcpt_debiteurs
           MOVE 0 TO Wcpt_bloques
           MOVE 0 TO Wcpt_nouveaux_bloques
           MOVE 0 TO Wcpt_debloques
           MOVE 0 TO Wtot_solde
           MOVE 0 TO Wtot_1
           MOVE 0 TO Wtot_2
           MOVE 0 TO Wtot_3
           MOVE 0 TO Wtot_4
           MOVE 0 TO Wtot_non_date

           OPEN I-O fsoldes
           IF fsld_stat = 35
               DISPLAY "Pas de fichier des soldes, rien à faire."
               GOBACK
           END-IF
           OPEN INPUT fclients
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF

           PERFORM CHARGE_FUSIONS
           IF Wtravail_ko = 0
               PERFORM CHARGE_DEBITS
           END-IF

           IF Wtravail_ko = 1
               DISPLAY "Fichiers de travail inutilisables : balance non"
                   " faite, blocages inchangés."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT fbalance
               PERFORM EDITE_ENTETE
               PERFORM BALAYE_SOLDES
               PERFORM EDITE_TOTAL
               CLOSE fbalance

               DISPLAY "Ecritures lues            : " Wcpt_ecritures
               DISPLAY "Clients débiteurs         : " Wcpt_debiteurs
               DISPLAY "Clients bloqués (+90 j)   : " Wcpt_bloques
               DISPLAY "   dont nouveaux          : "
                   Wcpt_nouveaux_bloques
               DISPLAY "Clients débloqués         : " Wcpt_debloques
               DISPLAY "Balance écrite dans fbalance.dat"
           END-IF

           CLOSE fsoldes
           CLOSE fclients
           CLOSE ftranches
           CLOSE ffusions
           CLOSE frecup
           GOBACK.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Premier passage : les fusions, pour que les débits du disparu
      * lus ensuite soient comptés chez le survivant. Le fichier des
      * fusions est recréé vide même sans grand livre, la recherche
      * du survivant le lit toujours.
      ******************************************************************
       CHARGE_FUSIONS.
           OPEN OUTPUT ffusions
           IF ffus_stat NOT = 00
               DISPLAY "Création de fbalance_fusions.dat impossible,"
                   " code retour : " ffus_stat
               MOVE 1 TO Wtravail_ko
           END-IF
           OPEN INPUT fecritures
           IF fecr_stat = 35
               DISPLAY "Pas encore de grand livre, tout le dû sera"
                   " non daté."
           ELSE
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ fecritures
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       IF ecr_nature = "FUSION_SOR"
                          AND Wtravail_ko = 0
                           PERFORM GARDE_FUSION
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fecritures
           END-IF
           CLOSE ffusions
           IF Wtravail_ko = 0
               OPEN INPUT ffusions
               IF ffus_stat NOT = 00
                   DISPLAY "Relecture de fbalance_fusions.dat"
                       " impossible, code retour : " ffus_stat
                   MOVE 1 TO Wtravail_ko
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un client ne disparaît qu'une fois (sa fiche et son compte
      * sont supprimés) : une clé déjà présente vient d'un grand livre
      * abîmé, la première fusion lue est gardée.
      ******************************************************************
       GARDE_FUSION.
           MOVE ecr_clt_id TO ffus_perdu
           MOVE ecr_ref TO ffus_garde
           WRITE fusTampon
           INVALID KEY
               DISPLAY "Fusion en double ignorée, client " ecr_clt_id
           END-WRITE
           IF ffus_stat NOT = 00 AND ffus_stat NOT = 22
               DISPLAY "Ecriture fbalance_fusions.dat impossible,"
                   " code retour : " ffus_stat
               MOVE 1 TO Wtravail_ko
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Second passage : seuls les débits comptent pour l'âge ; les
      * crédits sont déjà dans le solde de fsoldes. Les lignes de
      * fusion ne font que déplacer un solde et ne vieillissent rien.
      ******************************************************************
       CHARGE_DEBITS.
           OPEN OUTPUT ftranches
           CLOSE ftranches
           OPEN I-O ftranches
           IF ftrc_stat NOT = 00
               DISPLAY "Ouverture de fbalance_tranches.dat impossible,"
                   " code retour : " ftrc_stat
               MOVE 1 TO Wtravail_ko
           END-IF
           OPEN INPUT fecritures
           IF fecr_stat NOT = 35 AND Wtravail_ko = 0
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ fecritures
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       ADD 1 TO Wcpt_ecritures
                       IF ECR-DEBIT
                          AND ecr_nature NOT = "FUSION_SOR"
                          AND ecr_nature NOT = "FUSION_ENT"
                          AND Wtravail_ko = 0
                           PERFORM GARDE_DEBIT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fecritures
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       GARDE_DEBIT.
           MOVE ecr_clt_id TO Wclt_ligne
           PERFORM RATTACHE_SURVIVANT
           MOVE ecr_date TO Wdate_debit
           COMPUTE Wjour_debit = FUNCTION INTEGER-OF-DATE (Wdate_debit)
           IF Wjour_jour > Wjour_debit
               COMPUTE Wage = Wjour_jour - Wjour_debit
           ELSE
               MOVE 0 TO Wage
           END-IF
           EVALUATE TRUE
           WHEN Wage <= 30
               MOVE 1 TO Wb
           WHEN Wage <= 60
               MOVE 2 TO Wb
           WHEN Wage <= 90
               MOVE 3 TO Wb
           WHEN OTHER
               MOVE 4 TO Wb
           END-EVALUATE
           MOVE Wclt_ligne TO ftrc_clt_id
           READ ftranches
           INVALID KEY
               MOVE Wclt_ligne TO ftrc_clt_id
               MOVE 0 TO ftrc_montant(1)
               MOVE 0 TO ftrc_montant(2)
               MOVE 0 TO ftrc_montant(3)
               MOVE 0 TO ftrc_montant(4)
               MOVE ecr_montant TO ftrc_montant(Wb)
               WRITE trcTampon END-WRITE
           NOT INVALID KEY
               ADD ecr_montant TO ftrc_montant(Wb)
               REWRITE trcTampon
           END-READ
           IF ftrc_stat NOT = 00
               DISPLAY "Cumul du débit impossible, client " Wclt_ligne
                   ", code retour : " ftrc_stat
               MOVE 1 TO Wtravail_ko
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un survivant peut lui-même avoir été fusionné plus tard : on
      * suit la chaîne (bornée pour ne pas boucler sur un fichier
      * abîmé).
      ******************************************************************
       RATTACHE_SURVIVANT.
           MOVE 1 TO Wtrouve
           MOVE 0 TO Wsauts
           PERFORM WITH TEST BEFORE UNTIL Wtrouve = 0 OR Wsauts > 20
               MOVE Wclt_ligne TO ffus_perdu
               READ ffusions
               INVALID KEY
                   MOVE 0 TO Wtrouve
               NOT INVALID KEY
                   MOVE ffus_garde TO Wclt_ligne
               END-READ
               ADD 1 TO Wsauts
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       BALAYE_SOLDES.
           MOVE 0 TO Wfin_lot
           MOVE 0 TO fsld_clt_id
           START fsoldes KEY NOT LESS THAN fsld_clt_id
           INVALID KEY
               MOVE 1 TO Wfin_lot
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ fsoldes NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   PERFORM TRAITE_COMPTE
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       TRAITE_COMPTE.
           COMPUTE Wsolde = fsld_du - fsld_paye
           MOVE 0 TO Wtranche_1
           MOVE 0 TO Wtranche_2
           MOVE 0 TO Wtranche_3
           MOVE 0 TO Wtranche_4
           MOVE 0 TO Wnon_date
           IF Wsolde > 0
               ADD 1 TO Wcpt_debiteurs
               MOVE Wsolde TO Wreste
               PERFORM REPARTIT_SOLDE
               MOVE Wreste TO Wnon_date
               PERFORM EDITE_COMPTE
           END-IF
           IF Wtranche_4 > 0
               ADD 1 TO Wcpt_bloques
               IF NOT SLD-BLOQUE
                   ADD 1 TO Wcpt_nouveaux_bloques
                   SET SLD-BLOQUE TO TRUE
                   PERFORM REECRIT_COMPTE
               END-IF
           ELSE
               IF NOT SLD-LIBRE
                   IF SLD-BLOQUE
                       ADD 1 TO Wcpt_debloques
                   END-IF
                   SET SLD-LIBRE TO TRUE
                   PERFORM REECRIT_COMPTE
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Le dû restant se retrouve dans les débits les plus récents du
      * client : on le prend d'abord sur la tranche la plus jeune,
      * puis on remonte vers les plus anciennes.
      ******************************************************************
       REPARTIT_SOLDE.
           MOVE fsld_clt_id TO ftrc_clt_id
           READ ftranches
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM VARYING Wb FROM 1 BY 1
                   UNTIL Wb > 4 OR Wreste = 0
                   IF ftrc_montant(Wb) < Wreste
                       MOVE ftrc_montant(Wb) TO Wpart
                   ELSE
                       MOVE Wreste TO Wpart
                   END-IF
                   SUBTRACT Wpart FROM Wreste
                   EVALUATE Wb
                   WHEN 1
                       ADD Wpart TO Wtranche_1
                   WHEN 2
                       ADD Wpart TO Wtranche_2
                   WHEN 3
                       ADD Wpart TO Wtranche_3
                   WHEN OTHER
                       ADD Wpart TO Wtranche_4
                   END-EVALUATE
               END-PERFORM
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REECRIT_COMPTE.
           REWRITE sldTampon
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_SOLDE
           IF fsld_stat NOT = 00
               DISPLAY "Blocage non mis à jour, client " fsld_clt_id
                   ", code retour : " fsld_stat
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_ENTETE.
           MOVE SPACES TO balLigne
           STRING "BALANCE AGEE DES COMPTES CLIENTS AU " Wdate_jour
               DELIMITED BY SIZE INTO balLigne
           WRITE balLigne
           MOVE ALL "-" TO balLigne
           WRITE balLigne
           MOVE SPACES TO balLigne
           STRING "CLIENT     NOM                            SOLDE DU"
               "    0-30 J   31-60 J   61-90 J   + 90 J   NON DATE"
               "  BLOCAGE"
               DELIMITED BY SIZE INTO balLigne
           WRITE balLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_COMPTE.
           MOVE fsld_clt_id TO fclt_id
           READ fclients
           INVALID KEY
               MOVE "(client inconnu)" TO fclt_nom
           END-READ
           MOVE fsld_clt_id TO Wbal_clt
           MOVE fclt_nom TO Wbal_nom
           MOVE Wsolde TO Wbal_solde
           MOVE Wtranche_1 TO Wbal_1
           MOVE Wtranche_2 TO Wbal_2
           MOVE Wtranche_3 TO Wbal_3
           MOVE Wtranche_4 TO Wbal_4
           MOVE Wnon_date TO Wbal_non_date
           IF Wtranche_4 > 0
               MOVE "BLOQUE" TO Wbal_bloque
           ELSE
               MOVE SPACES TO Wbal_bloque
           END-IF
           MOVE Wligne_balance TO balLigne
           WRITE balLigne
           ADD Wsolde TO Wtot_solde
           ADD Wtranche_1 TO Wtot_1
           ADD Wtranche_2 TO Wtot_2
           ADD Wtranche_3 TO Wtot_3
           ADD Wtranche_4 TO Wtot_4
           ADD Wnon_date TO Wtot_non_date.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_TOTAL.
           MOVE ALL "-" TO balLigne
           WRITE balLigne
           MOVE Wtot_solde TO Wtot_solde_aff
           MOVE Wtot_1 TO Wtot_1_aff
           MOVE Wtot_2 TO Wtot_2_aff
           MOVE Wtot_3 TO Wtot_3_aff
           MOVE Wtot_4 TO Wtot_4_aff
           MOVE Wtot_non_date TO Wtot_non_date_aff
           MOVE Wligne_total TO balLigne
           WRITE balLigne
           MOVE SPACES TO balLigne
           STRING "CLIENTS DEBITEURS : " Wcpt_debiteurs
               "   DONT BLOQUES : " Wcpt_bloques
               DELIMITED BY SIZE INTO balLigne
           WRITE balLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Journal de reprise : image de l'enregistrement après chaque
      * écriture, réécriture ou suppression réussie sur un fichier
      * indexé, rejoué par ProjetSauvegarde (mode reprise) sur la
      * dernière image déchargée.
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
       END PROGRAM ProjetBalance.
