      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Batch de connaissance de la clientèle. Balaye les
      *           prêts vivants de flocation.dat et les prêts archivés
      *           de flocation_histo.dat, joint fclients.dat et
      *           fsoldes.dat, et écrit dans fclientele.dat :
      *           le classement des meilleurs clients sur une période
      *           (bornes d'emprunt saisies) par nombre de locations
      *           puis par montant dépensé (débits LOCATION et PROLONG
      *           du grand livre fecritures.dat datés dans la période,
      *           donc rien avant la tenue du grand livre), et la liste
      *           des clients sans location depuis une date de
      *           dormance, avec leur dernière location et leur solde.
      *           Les dormants qui ont une adresse mail et ne doivent
      *           rien partent dans fmails_reactivation.dat, au même
      *           format que fmails.dat, pour la campagne de retour.
      *           Comme dans ProjetBalance, les lignes FUSION_SOR du
      *           grand livre rattachent l'historique d'un client
      *           disparu au survivant ; elles sont relevées dans le
      *           fichier de travail fclientele_fusions.dat, refait à
      *           chaque passage (code retour 8 et pas de rapport s'il
      *           ne peut pas être tenu).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjetClientele.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT flocation ASSIGN TO "flocation.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY floc_id
           ALTERNATE RECORD KEY floc_clt_id WITH DUPLICATES
           ALTERNATE RECORD KEY floc_dvd_id WITH DUPLICATES
           FILE STATUS IS floc_stat.

           SELECT flochisto ASSIGN TO "flocation_histo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS floch_stat.

           SELECT fclients ASSIGN TO "fclients.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fclt_id
           FILE STATUS IS fclt_stat.

           SELECT fsoldes ASSIGN TO "fsoldes.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fsld_clt_id
           FILE STATUS IS fsld_stat.

           SELECT fecritures ASSIGN TO "fecritures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fecr_stat.

           SELECT fclientele ASSIGN TO "fclientele.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fcli_stat.

           SELECT fmails ASSIGN TO "fmails_reactivation.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fmai_stat.

           SELECT ffusions ASSIGN TO "fclientele_fusions.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY ffus_perdu
           FILE STATUS IS ffus_stat.

       DATA DIVISION.
       FILE SECTION.
           FD flocation.
           01 locTampon.
               02 floc_id PIC 9(10).
               02 floc_dvd_id PIC 9(10).
               02 floc_clt_id PIC 9(10).
               02 floc_date_emprunt PIC 9(8).
               02 floc_date_retour_prevue PIC 9(8).
               02 floc_date_retour_reelle PIC 9(8).
               02 floc_statut PIC X.
                   88 LOC-EN-COURS VALUE "1".
                   88 LOC-RENDU VALUE "0".
               02 floc_jours_factures PIC 9(5).
               02 floc_exemplaire PIC 9(3).
               02 floc_nb_prolong PIC 9.
               02 floc_points PIC 9(4).

           FD flochisto.
           01 lochLigne PIC X(68).

           FD fclients.
           01 cltTampon.
               02 fclt_id PIC 9(10).
               02 fclt_nom PIC X(25).
               02 fclt_prenom PIC X(25).
               02 fclt_mail PIC X(50).

           FD fsoldes.
           01 sldTampon.
               02 fsld_clt_id PIC 9(10).
               02 fsld_du PIC 9(7)V99.
               02 fsld_paye PIC 9(7)V99.
               02 fsld_bloque PIC X.
                   88 SLD-BLOQUE VALUE "O".
                   88 SLD-LIBRE VALUE "N".
               02 fsld_points PIC 9(6).

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

           FD fclientele.
           01 cliLigne PIC X(132).

           FD fmails.
           01 mailLigne PIC X(50).

      * Client disparu -> client survivant, relevé sur les lignes
      * FUSION_SOR du grand livre.
           FD ffusions.
           01 fusTampon.
               02 ffus_perdu PIC 9(10).
               02 ffus_garde PIC 9(10).

       WORKING-STORAGE SECTION.
           77 floc_stat PIC 9(2).
           77 floch_stat PIC 9(2).
           77 fclt_stat PIC 9(2).
           77 fsld_stat PIC 9(2).
           77 fecr_stat PIC 9(2).
           77 fcli_stat PIC 9(2).
           77 fmai_stat PIC 9(2).
           77 ffus_stat PIC 9(2).
           77 Wtravail_ko PIC 9.

           77 Wdate_debut PIC 9(8).
           77 Wdate_fin PIC 9(8).
           77 Wdate_dormance PIC 9(8).
           77 Wdate_jour PIC 9(8).
           77 Wdate_ok PIC 9.
           77 Wfin_lot PIC 9.
           77 Wtaille PIC 9(3).

           77 Wi PIC 9(4).
           77 Wj PIC 9(4).
           77 Wk PIC 9(4).
           77 Wbas PIC 9(4).
           77 Whaut PIC 9(4).
           77 Wtrouve PIC 9.
           77 Wsauts PIC 9(2).
           77 Wclt_ligne PIC 9(10).
           77 Wcum_date PIC 9(8).

           77 Wcpt_prets_lus PIC 9(6).
           77 Wcpt_retenus PIC 9(6).
           77 Wcpt_orphelins PIC 9(6).
           77 Wcpt_ecritures PIC 9(6).
           77 Wcpt_dormants PIC 9(5).
           77 Wcpt_mails PIC 9(5).

           77 Wrang_aff PIC ZZZ9.
           77 Wmontant_aff PIC ZZZZZZ9.99.
           77 Wsolde_aff PIC -ZZZZZZ9.99.
           77 Wdernier_aff PIC X(8).
           77 Wmention PIC X(20).

      * Même découpage que locTampon pour relire l'image archivée.
           01 WlocArchive.
               02 Wlar_id PIC 9(10).
               02 Wlar_dvd_id PIC 9(10).
               02 Wlar_clt_id PIC 9(10).
               02 Wlar_date_emprunt PIC 9(8).
               02 Wlar_date_retour_prevue PIC 9(8).
               02 Wlar_date_retour_reelle PIC 9(8).
               02 Wlar_statut PIC X.
               02 Wlar_jours_factures PIC 9(5).
               02 Wlar_exemplaire PIC 9(3).
               02 Wlar_nb_prolong PIC 9.
               02 Wlar_points PIC 9(4).

      * Un poste par client de fclients.dat, chargé dans l'ordre des
      * identifiants (recherche par dichotomie tant que les
      * classements ne l'ont pas retrié).
           01 Wtab_clients.
               02 Wcli_ligne OCCURS 3000.
                   03 Wcli_id PIC 9(10).
                   03 Wcli_nom PIC X(25).
                   03 Wcli_prenom PIC X(25).
                   03 Wcli_mail PIC X(50).
                   03 Wcli_nb PIC 9(5).
                   03 Wcli_montant PIC 9(7)V99.
                   03 Wcli_dernier PIC 9(8).
                   03 Wcli_solde PIC S9(7)V99.
           77 Wnb_clients PIC 9(4).

           01 Wswap_ligne PIC X(141).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Wdate_jour FROM DATE YYYYMMDD
           PERFORM WITH TEST AFTER UNTIL Wdate_ok = 0
               DISPLAY "Début de période (AAAAMMJJ) : "
               ACCEPT Wdate_debut
               CALL "ProjetDates" USING Wdate_debut, Wdate_ok
               IF Wdate_ok NOT = 0
                   DISPLAY "Date invalide."
               END-IF
           END-PERFORM
           PERFORM WITH TEST AFTER UNTIL Wdate_ok = 0
               DISPLAY "Fin de période (AAAAMMJJ, 0 = aujourd'hui) : "
               ACCEPT Wdate_fin
               IF Wdate_fin = 0
                   MOVE Wdate_jour TO Wdate_fin
               END-IF
               CALL "ProjetDates" USING Wdate_fin, Wdate_ok
               IF Wdate_ok NOT = 0
                   DISPLAY "Date invalide."
               END-IF
           END-PERFORM
           IF Wdate_debut > Wdate_fin
               DISPLAY "Période invalide, arrêt."
               STOP RUN
           END-IF
           PERFORM WITH TEST AFTER UNTIL Wdate_ok = 0
               DISPLAY "Dormant si aucune location depuis le"
                   " (AAAAMMJJ, 0 = six mois) : "
               ACCEPT Wdate_dormance
               IF Wdate_dormance = 0
                   COMPUTE Wdate_dormance = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (Wdate_jour) - 182)
               END-IF
               CALL "ProjetDates" USING Wdate_dormance, Wdate_ok
               IF Wdate_ok NOT = 0
                   DISPLAY "Date invalide."
               END-IF
           END-PERFORM
           DISPLAY "Nombre de clients par classement (0 = 20) : "
           ACCEPT Wtaille
           IF Wtaille = 0
               MOVE 20 TO Wtaille
           END-IF

           MOVE 0 TO Wnb_clients
           MOVE 0 TO Wtravail_ko
           MOVE 0 TO Wcpt_prets_lus
           MOVE 0 TO Wcpt_retenus
           MOVE 0 TO Wcpt_orphelins
           MOVE 0 TO Wcpt_ecritures
           MOVE 0 TO Wcpt_dormants
           MOVE 0 TO Wcpt_mails

           PERFORM CHARGE_CLIENTS
           PERFORM CHARGE_FUSIONS
           IF Wtravail_ko = 1
               DISPLAY "Fichier des fusions inutilisable, rapport non"
                   " fait."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COMPTE_PRETS_VIVANTS
               PERFORM COMPTE_PRETS_ARCHIVES
               PERFORM CUMULE_MONTANTS

               OPEN OUTPUT fclientele
               OPEN OUTPUT fmails
               PERFORM EDITE_ENTETE
               PERFORM TRIE_PAR_LOCATIONS
               PERFORM EDITE_CLASSEMENT_NOMBRE
               PERFORM TRIE_PAR_MONTANT
               PERFORM EDITE_CLASSEMENT_MONTANT
               PERFORM TRIE_PAR_DERNIERE
               PERFORM EDITE_DORMANTS
               CLOSE fclientele
               CLOSE fmails

               DISPLAY "Clients lus           : " Wnb_clients
               DISPLAY "Prêts lus             : " Wcpt_prets_lus
               DISPLAY "Prêts dans la période : " Wcpt_retenus
               DISPLAY "Prêts sans client     : " Wcpt_orphelins
               DISPLAY "Clients dormants      : " Wcpt_dormants
               DISPLAY "Mails de réactivation : " Wcpt_mails
               DISPLAY "Rapport écrit dans fclientele.dat"
               DISPLAY "Extraction écrite dans"
                   " fmails_reactivation.dat"
           END-IF
           CLOSE ffusions
           STOP RUN.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Le fichier clients se lit dans l'ordre de sa clé : la table
      * sort triée par identifiant. Le solde vient de fsoldes.
      ******************************************************************
       CHARGE_CLIENTS.
           OPEN INPUT fclients
           OPEN INPUT fsoldes
           MOVE 0 TO Wfin_lot
           MOVE 0 TO fclt_id
           START fclients KEY NOT LESS THAN fclt_id
           INVALID KEY
               MOVE 1 TO Wfin_lot
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ fclients NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   IF Wnb_clients < 3000
                       PERFORM GARDE_CLIENT
                   ELSE
                       DISPLAY "Table pleine, client ignoré : "
                           fclt_id
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE fclients
           CLOSE fsoldes.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       GARDE_CLIENT.
           ADD 1 TO Wnb_clients
           MOVE fclt_id TO Wcli_id(Wnb_clients)
           MOVE fclt_nom TO Wcli_nom(Wnb_clients)
           MOVE fclt_prenom TO Wcli_prenom(Wnb_clients)
           MOVE fclt_mail TO Wcli_mail(Wnb_clients)
           MOVE 0 TO Wcli_nb(Wnb_clients)
           MOVE 0 TO Wcli_montant(Wnb_clients)
           MOVE 0 TO Wcli_dernier(Wnb_clients)
           MOVE fclt_id TO fsld_clt_id
           READ fsoldes
           INVALID KEY
               MOVE 0 TO Wcli_solde(Wnb_clients)
           NOT INVALID KEY
               COMPUTE Wcli_solde(Wnb_clients) = fsld_du - fsld_paye
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHARGE_FUSIONS.
           OPEN OUTPUT ffusions
           IF ffus_stat NOT = 00
               DISPLAY "Création de fclientele_fusions.dat impossible,"
                   " code retour : " ffus_stat
               MOVE 1 TO Wtravail_ko
           END-IF
           OPEN INPUT fecritures
           IF fecr_stat NOT = 35
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
                   DISPLAY "Relecture de fclientele_fusions.dat"
                       " impossible, code retour : " ffus_stat
                   MOVE 1 TO Wtravail_ko
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un client ne disparaît qu'une fois : une clé déjà présente
      * vient d'un grand livre abîmé, la première fusion lue est
      * gardée.
      ******************************************************************
       GARDE_FUSION.
           MOVE ecr_clt_id TO ffus_perdu
           MOVE ecr_ref TO ffus_garde
           WRITE fusTampon
           INVALID KEY
               DISPLAY "Fusion en double ignorée, client " ecr_clt_id
           END-WRITE
           IF ffus_stat NOT = 00 AND ffus_stat NOT = 22
               DISPLAY "Ecriture fclientele_fusions.dat impossible,"
                   " code retour : " ffus_stat
               MOVE 1 TO Wtravail_ko
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       COMPTE_PRETS_VIVANTS.
           OPEN INPUT flocation
           IF floc_stat = 35
               DISPLAY "Pas de fichier de prêts vivants."
           ELSE
               MOVE 0 TO Wfin_lot
               MOVE 0 TO floc_id
               START flocation KEY NOT LESS THAN floc_id
               INVALID KEY
                   MOVE 1 TO Wfin_lot
               END-START
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ flocation NEXT RECORD
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       ADD 1 TO Wcpt_prets_lus
                       MOVE floc_clt_id TO Wclt_ligne
                       MOVE floc_date_emprunt TO Wcum_date
                       PERFORM CUMULE_LOCATION
                   END-READ
               END-PERFORM
               CLOSE flocation
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       COMPTE_PRETS_ARCHIVES.
           OPEN INPUT flochisto
           IF floch_stat = 35
               DISPLAY "Pas d'historique de prêts."
           ELSE
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ flochisto
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       ADD 1 TO Wcpt_prets_lus
                       MOVE lochLigne TO WlocArchive
                       MOVE Wlar_clt_id TO Wclt_ligne
                       MOVE Wlar_date_emprunt TO Wcum_date
                       PERFORM CUMULE_LOCATION
                   END-READ
               END-PERFORM
               CLOSE flochisto
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * La dernière location se prend sur tout l'historique, le compte
      * sur la seule période. Un prêt d'un client supprimé ne ressort
      * nulle part, faute de fiche.
      ******************************************************************
       CUMULE_LOCATION.
           PERFORM RATTACHE_SURVIVANT
           PERFORM CHERCHE_CLIENT
           IF Wk = 0
               ADD 1 TO Wcpt_orphelins
           ELSE
               IF Wcum_date > Wcli_dernier(Wk)
                   MOVE Wcum_date TO Wcli_dernier(Wk)
               END-IF
               IF Wcum_date >= Wdate_debut AND Wcum_date <= Wdate_fin
                   ADD 1 TO Wcpt_retenus
                   ADD 1 TO Wcli_nb(Wk)
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Montant dépensé : ce qui a été facturé au titre des locations
      * et prolongations ; retards, casse et perte n'en sont pas.
      ******************************************************************
       CUMULE_MONTANTS.
           OPEN INPUT fecritures
           IF fecr_stat NOT = 35
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ fecritures
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       ADD 1 TO Wcpt_ecritures
                       IF ECR-DEBIT
                          AND (ecr_nature = "LOCATION  "
                           OR ecr_nature = "PROLONG   ")
                          AND ecr_date >= Wdate_debut
                          AND ecr_date <= Wdate_fin
                           MOVE ecr_clt_id TO Wclt_ligne
                           PERFORM RATTACHE_SURVIVANT
                           PERFORM CHERCHE_CLIENT
                           IF Wk > 0
                               ADD ecr_montant TO Wcli_montant(Wk)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fecritures
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
      * Recherche par dichotomie de Wclt_ligne dans la table triée par
      * identifiant : Wk rend le poste, 0 si le client est inconnu.
      ******************************************************************
       CHERCHE_CLIENT.
           MOVE 0 TO Wk
           MOVE 1 TO Wbas
           MOVE Wnb_clients TO Whaut
           PERFORM WITH TEST BEFORE UNTIL Wbas > Whaut OR Wk > 0
               COMPUTE Wj = (Wbas + Whaut) / 2
               IF Wcli_id(Wj) = Wclt_ligne
                   MOVE Wj TO Wk
               ELSE
                   IF Wcli_id(Wj) < Wclt_ligne
                       COMPUTE Wbas = Wj + 1
                   ELSE
                       IF Wj = 1
                           MOVE 0 TO Whaut
                       ELSE
                           COMPUTE Whaut = Wj - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Tris à bulles : par nombre de locations décroissant, par
      * montant décroissant, puis par dernière location croissante
      * pour que les plus anciens dormants sortent en tête.
      ******************************************************************
       TRIE_PAR_LOCATIONS.
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi >= Wnb_clients
               PERFORM VARYING Wj FROM 1 BY 1
                   UNTIL Wj > Wnb_clients - Wi
                   IF Wcli_nb(Wj) < Wcli_nb(Wj + 1)
                       PERFORM ECHANGE_CLIENTS
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       TRIE_PAR_MONTANT.
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi >= Wnb_clients
               PERFORM VARYING Wj FROM 1 BY 1
                   UNTIL Wj > Wnb_clients - Wi
                   IF Wcli_montant(Wj) < Wcli_montant(Wj + 1)
                       PERFORM ECHANGE_CLIENTS
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       TRIE_PAR_DERNIERE.
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi >= Wnb_clients
               PERFORM VARYING Wj FROM 1 BY 1
                   UNTIL Wj > Wnb_clients - Wi
                   IF Wcli_dernier(Wj) > Wcli_dernier(Wj + 1)
                       PERFORM ECHANGE_CLIENTS
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECHANGE_CLIENTS.
           MOVE Wcli_ligne(Wj) TO Wswap_ligne
           MOVE Wcli_ligne(Wj + 1) TO Wcli_ligne(Wj)
           MOVE Wswap_ligne TO Wcli_ligne(Wj + 1).
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_ENTETE.
           MOVE SPACES TO cliLigne
           STRING "CLIENTELE DU " Wdate_debut " AU " Wdate_fin
               ", DORMANTS DEPUIS LE " Wdate_dormance
               DELIMITED BY SIZE INTO cliLigne
           WRITE cliLigne
           MOVE ALL "-" TO cliLigne
           WRITE cliLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_CLASSEMENT_NOMBRE.
           MOVE "CLASSEMENT PAR NOMBRE DE LOCATIONS" TO cliLigne
           WRITE cliLigne
           PERFORM VARYING Wi FROM 1 BY 1
               UNTIL Wi > Wnb_clients OR Wi > Wtaille
               IF Wcli_nb(Wi) > 0
                   PERFORM EDITE_LIGNE_CLASSEMENT
               END-IF
           END-PERFORM
           IF Wnb_clients = 0 OR Wcli_nb(1) = 0
               MOVE "   (aucune location sur la période)" TO cliLigne
               WRITE cliLigne
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_CLASSEMENT_MONTANT.
           MOVE "CLASSEMENT PAR MONTANT DEPENSE" TO cliLigne
           WRITE cliLigne
           PERFORM VARYING Wi FROM 1 BY 1
               UNTIL Wi > Wnb_clients OR Wi > Wtaille
               IF Wcli_montant(Wi) > 0
                   PERFORM EDITE_LIGNE_CLASSEMENT
               END-IF
           END-PERFORM
           IF Wnb_clients = 0 OR Wcli_montant(1) = 0
               MOVE "   (aucun montant facturé sur la période)"
                   TO cliLigne
               WRITE cliLigne
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_LIGNE_CLASSEMENT.
           MOVE Wi TO Wrang_aff
           MOVE Wcli_montant(Wi) TO Wmontant_aff
           MOVE SPACES TO cliLigne
           STRING "   " Wrang_aff " " Wcli_id(Wi) " " Wcli_nom(Wi)
               " " Wcli_prenom(Wi) " " Wcli_nb(Wi) " location(s), "
               Wmontant_aff " EUR"
               DELIMITED BY SIZE INTO cliLigne
           WRITE cliLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un client jamais venu compte comme dormant. Seuls les
      * dormants joignables et sans dette reçoivent le mail de retour.
      ******************************************************************
       EDITE_DORMANTS.
           MOVE SPACES TO cliLigne
           STRING "CLIENTS SANS LOCATION DEPUIS LE " Wdate_dormance
               DELIMITED BY SIZE INTO cliLigne
           WRITE cliLigne
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb_clients
               IF Wcli_dernier(Wi) < Wdate_dormance
                   PERFORM EDITE_UN_DORMANT
               END-IF
           END-PERFORM
           IF Wcpt_dormants = 0
               MOVE "   (aucun)" TO cliLigne
               WRITE cliLigne
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_UN_DORMANT.
           ADD 1 TO Wcpt_dormants
           IF Wcli_dernier(Wi) = 0
               MOVE "jamais" TO Wdernier_aff
           ELSE
               MOVE Wcli_dernier(Wi) TO Wdernier_aff
           END-IF
           IF Wcli_solde(Wi) > 0
               MOVE "doit encore" TO Wmention
           ELSE
               IF Wcli_mail(Wi) = SPACES
                   MOVE "sans mail" TO Wmention
               ELSE
                   MOVE "mail de retour" TO Wmention
                   MOVE Wcli_mail(Wi) TO mailLigne
                   WRITE mailLigne
                   ADD 1 TO Wcpt_mails
               END-IF
           END-IF
           MOVE Wcli_solde(Wi) TO Wsolde_aff
           MOVE SPACES TO cliLigne
           STRING "   " Wcli_id(Wi) " " Wcli_nom(Wi) " "
               Wcli_prenom(Wi) " dernière " Wdernier_aff
               " solde " Wsolde_aff " " Wmention
               DELIMITED BY SIZE INTO cliLigne
           WRITE cliLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetClientele.
