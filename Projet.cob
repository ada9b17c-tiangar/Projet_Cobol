           RECORD KEY ftar_genre
           FILE STATUS IS ftar_stat.

           SELECT fexemplaires ASSIGN TO "fexemplaires.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fexe_cle
           FILE STATUS IS fexe_stat.

           SELECT ftransactions ASSIGN TO "ftransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ftrx_stat.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpai_stat.

           SELECT fecritures ASSIGN TO "fecritures.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fecr_stat.

           SELECT fpieces ASSIGN TO "fpieces.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpie_stat.

           SELECT fpieces_edit ASSIGN TO "fpieces_edit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fedt_stat.

           SELECT fparametres ASSIGN TO "fparametres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fprm_stat.

           SELECT fpoints ASSIGN TO "fpoints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpts_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

       DATA DIVISION.
       FILE SECTION.
           FD fdvd.
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

           FD foperateurs.
           01 opeTampon.
               02 fope_code PIC X(4).
               02 fope_nom PIC X(25).
               02 fope_role PIC X.
                   88 OPE-GUICHET VALUE "G".
                   88 OPE-RESPONSABLE VALUE "R".
               02 fope_secret PIC X(8).

           FD ftarifs.
           01 tarTampon.
               02 ftar_taux_jour PIC 9(3)V99.
               02 ftar_duree PIC 9(3).

      * Un enregistrement par exemplaire physique : numéro dans le
      * titre, date d'achat, valeur de remplacement facturée en cas de
      * casse ou de perte, état constaté et position (en rayon, sorti,
      * mis de côté sur réservation, retiré du stock).
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

           FD ftransactions.
           01 trxLigne.
               02 trx_date PIC X(8).
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

           FD fpaiements.
           01 paiLigne.
               02 pai_mode PIC X.
                   88 PAI-ESPECES VALUE "E".
                   88 PAI-CARTE VALUE "C".
               02 pai_piece PIC 9(10).

      * Grand livre des comptes clients : toute somme portée au débit
      * ou au crédit de fsoldes y laisse une ligne datée avec sa nature
      * et sa référence (prêt, paiement), lue par ProjetBalance.
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

      * Pièces comptables numérotées : factures (série F) pour toute
      * somme portée au débit, reçus (série R) pour tout encaissement.
      * Montants TTC ventilés en HT et TVA au taux du paramétrage.
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

      * Paramètres d'exploitation, une ligne code|valeur par paramètre
      * (ex. TVA_LOC|20.00) ; un code absent garde sa valeur par défaut.
           FD fparametres.
           01 prmLigne PIC X(80).

      * Historique des points de fidélité, un mouvement par ligne.
      * pts_ref porte le prêt, ou l'autre client pour une fusion ;
      * pts_valeur le montant facturé (gain) ou offert (utilisation).
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
           77 ftar_stat PIC 9(2).
           77 ftrx_stat PIC 9(2).
           77 fpai_stat PIC 9(2).
           77 fexe_stat PIC 9(2).
           77 fecr_stat PIC 9(2).
           77 fpie_stat PIC 9(2).
           77 fedt_stat PIC 9(2).
           77 fprm_stat PIC 9(2).
           77 fpts_stat PIC 9(2).
           77 frcp_stat PIC 9(2).

           77 Wope_code PIC X(4).
           77 Wope_ok PIC 9.
           77 Wope_role PIC X.
               88 SESSION-RESPONSABLE VALUE "R".
           77 Wope_autorise PIC X(4).
           77 Wope_secret PIC X(8).
           77 Wope_secret_bis PIC X(8).
           77 Whab_ok PIC 9.
           77 Wnb_operateurs PIC 9(3).
           77 Wnb_responsables PIC 9(3).
           77 Wfin_ope PIC 9.
           77 Wmenu_ope PIC 9.

           77 Wrep PIC 9.
           77 Wmenu PIC 9(2).
           77 Wtrx_dvd_id PIC 9(10).
           77 Wtrx_clt_id PIC 9(10).

           77 Wecr_clt_id PIC 9(10).
           77 Wecr_sens PIC X.
           77 Wecr_nature PIC X(10).
           77 Wecr_ref PIC 9(10).
           77 Wecr_montant PIC 9(7)V99.
           77 Wclt_bloque PIC 9.
           77 Wecr_piece PIC 9(10).

           77 Wtva_loc PIC 9(2)V99 VALUE 20.
           77 Wtva_pen PIC 9(2)V99 VALUE 0.
           77 Wprm_code PIC X(10).
           77 Wprm_saisie PIC X(20).
           77 Wfin_prm PIC 9.

           77 Wpts_euro PIC 9(3)V99 VALUE 1.
           77 Wpts_grat PIC 9(6) VALUE 100.
           77 Wpts_dispo PIC 9(6).
           77 Wpts_mvt PIC 9(6).
           77 Wpts_sens PIC X.
           77 Wpts_valeur PIC 9(7)V99.
           77 Wpts_libelle PIC X(12).
           77 Wgratuite PIC 9.
           77 Wfin_pts PIC 9.

           77 Wpie_type PIC X.
           77 Wpie_num PIC 9(10).
           77 Wpie_taux PIC 9(2)V99.
           77 Wpie_mode PIC X.
           77 Wnum_ok PIC 9.
           77 Wpie_aff PIC ZZZZZZ9.99.
           77 Wtaux_pie_aff PIC Z9.99.
           77 Wclt_sauve PIC X(110).
           77 Wrcp_action PIC X.

           77 Wdate_jour PIC 9(8).

           77 Wtaux_aff PIC ZZ9.99.
           77 Wjour_emprunt PIC 9(9).

           77 Wduree_pret PIC 9(3).
           77 Wmax_prolong PIC 9 VALUE 2.
           77 Wtaux_prolong PIC 9(3)V99.
           77 Wdate_prolong PIC 9(8).
           77 Wdate_proposee PIC 9(8).
           77 Wdate_saisie PIC 9(8).
           77 Wdate_ok PIC 9.
           77 Wjour_reel PIC 9(9).
           77 Wjour_prevu PIC 9(9).

           77 Wexe_a_creer PIC 9(2).
           77 Wexe_a_retirer PIC 9(2).
           77 Wexe_num_max PIC 9(3).
           77 Wexe_valeur PIC 9(3)V99.
           77 Wexe_valeur_defaut PIC 9(3)V99 VALUE 15.
           77 Wexe_trouve PIC 9.
           77 Wexe_statut_cherche PIC X.
           77 Wfin_exe PIC 9.
           77 Wetat_retour PIC X.
               88 RETOUR-BON VALUE "B".
               88 RETOUR-USE VALUE "U".
               88 RETOUR-ABIME VALUE "A".
               88 RETOUR-PERDU VALUE "P".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O fdvd
           OPEN I-O ftarifs
           END-IF

           OPEN I-O fexemplaires
           IF fexe_stat =35 THEN
           OPEN OUTPUT fexemplaires
           CLOSE fexemplaires
           OPEN I-O fexemplaires
           END-IF

           OPEN EXTEND ftransactions
           IF ftrx_stat =35 THEN
           OPEN OUTPUT ftransactions
           OPEN EXTEND fpaiements
           END-IF

           OPEN EXTEND fecritures
           IF fecr_stat =35 THEN
           OPEN OUTPUT fecritures
           CLOSE fecritures
           OPEN EXTEND fecritures
           END-IF

           OPEN EXTEND fpieces
           IF fpie_stat =35 THEN
           OPEN OUTPUT fpieces
           CLOSE fpieces
           OPEN EXTEND fpieces
           END-IF

           OPEN EXTEND fpieces_edit
           IF fedt_stat =35 THEN
           OPEN OUTPUT fpieces_edit
           CLOSE fpieces_edit
           OPEN EXTEND fpieces_edit
           END-IF

           OPEN EXTEND frecup
           IF frcp_stat =35 THEN
           OPEN OUTPUT frecup
           CLOSE frecup
           OPEN EXTEND frecup
           END-IF

           OPEN EXTEND fpoints
           IF fpts_stat =35 THEN
           OPEN OUTPUT fpoints
           CLOSE fpoints
           OPEN EXTEND fpoints
           END-IF

           PERFORM CHARGE_PARAMETRES

           PERFORM CONNEXION_OPERATEUR
           PERFORM MENU_PRINCIPAL

           CLOSE freservations
           CLOSE foperateurs
           CLOSE ftarifs
           CLOSE fexemplaires
           CLOSE ftransactions
           CLOSE fpaiements
           CLOSE fecritures
           CLOSE fpieces
           CLOSE fpieces_edit
           CLOSE frecup
           CLOSE fpoints
           STOP RUN.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Chaque poste s'ouvre sur l'identification de l'opérateur : son
      * code est estampillé sur toute ligne du journal, son code secret
      * est vérifié. Seul le tout premier opérateur se crée sur place,
      * comme responsable ; les suivants sont créés par un responsable
      * (menu Opérateurs), qui leur donne leur code secret. Seule une
      * fiche enregistrée avant les rôles et les codes secrets (rôle
      * à blanc) choisit le sien à sa première connexion ; tant que le
      * fichier n'a aucun responsable, celui qui se connecte l'est.
      ******************************************************************
       CONNEXION_OPERATEUR.
           PERFORM COMPTE_OPERATEURS
           IF Wnb_operateurs = 0
               DISPLAY "Aucun opérateur enregistré : création du"
                   " responsable."
               PERFORM PREMIER_OPERATEUR
           END-IF
           MOVE 0 TO Wope_ok
           PERFORM WITH TEST BEFORE UNTIL Wope_ok = 1
               DISPLAY "Donnez votre code opérateur : "
               ELSE
                   READ foperateurs
                   INVALID KEY
                       DISPLAY "Opérateur inconnu : la création est"
                           " réservée à un responsable."
                   NOT INVALID KEY
                       IF fope_secret = SPACES
                           IF fope_role = SPACE
                               PERFORM CHOISIT_SECRET
                           ELSE
                               DISPLAY "Pas de code secret : un"
                                   " responsable doit vous en donner"
                                   " un provisoire."
                           END-IF
                       ELSE
                           DISPLAY "Donnez votre code secret : "
                           ACCEPT Wope_secret
                           IF Wope_secret = fope_secret
                               MOVE 1 TO Wope_ok
                           ELSE
                               DISPLAY "Code secret erroné."
                           END-IF
                       END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF Wnb_responsables = 0 AND NOT OPE-RESPONSABLE
               DISPLAY "Aucun responsable enregistré : vous êtes"
                   " nommé responsable."
               SET OPE-RESPONSABLE TO TRUE
               PERFORM REECRIT_OPERATEUR
           END-IF
           IF NOT OPE-RESPONSABLE AND NOT OPE-GUICHET
               SET OPE-GUICHET TO TRUE
               PERFORM REECRIT_OPERATEUR
           END-IF
           MOVE fope_code TO Wope_code
           MOVE fope_role TO Wope_role
           MOVE SPACES TO Wope_autorise
           IF SESSION-RESPONSABLE
               DISPLAY "Bonjour " fope_nom " (responsable)"
           ELSE
               DISPLAY "Bonjour " fope_nom
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       COMPTE_OPERATEURS.
           MOVE 0 TO Wnb_operateurs
           MOVE 0 TO Wnb_responsables
           MOVE 0 TO Wfin_ope
           MOVE LOW-VALUES TO fope_code
           START foperateurs KEY NOT LESS THAN fope_code
           INVALID KEY
               MOVE 1 TO Wfin_ope
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_ope = 1
               READ foperateurs NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_ope
               NOT AT END
                   ADD 1 TO Wnb_operateurs
                   IF OPE-RESPONSABLE
                       ADD 1 TO Wnb_responsables
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PREMIER_OPERATEUR.
           MOVE SPACES TO opeTampon
           PERFORM WITH TEST AFTER UNTIL fope_code NOT = SPACES
               DISPLAY "Donnez le code du responsable (4 car.) : "
               ACCEPT fope_code
           END-PERFORM
           DISPLAY "Donnez le nom du responsable : "
           ACCEPT fope_nom
           SET OPE-RESPONSABLE TO TRUE
           PERFORM SAISIT_SECRET
           MOVE Wope_secret TO fope_secret
           WRITE opeTampon END-WRITE
           MOVE fope_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "W" TO Wrcp_action
           PERFORM REPRISE_OPERATEUR
           IF Wio_stat = 00
               ADD 1 TO Wnb_responsables
               MOVE fope_code TO Wope_code
               MOVE SPACES TO Wope_autorise
               MOVE "AJOUT_OPE " TO Wtrx_type
               MOVE 0 TO Wtrx_dvd_id
               MOVE 0 TO Wtrx_clt_id
               PERFORM ENREGISTRER_TRANSACTION
               DISPLAY "Responsable " fope_code " créé."
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Premier passage d'un opérateur enregistré avant la mise en
      * place des rôles et des codes secrets.
      ******************************************************************
       CHOISIT_SECRET.
           DISPLAY "Pas encore de code secret pour " fope_nom "."
           PERFORM SAISIT_SECRET
           MOVE Wope_secret TO fope_secret
           PERFORM REECRIT_OPERATEUR
           IF Wio_stat = 00
               MOVE 1 TO Wope_ok
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       SAISIT_SECRET.
           MOVE SPACES TO Wope_secret
           PERFORM WITH TEST AFTER UNTIL Wope_secret NOT = SPACES
               DISPLAY "Choisissez un code secret (8 car. maximum) : "
               ACCEPT Wope_secret
               DISPLAY "Confirmez le code secret : "
               ACCEPT Wope_secret_bis
               IF Wope_secret_bis NOT = Wope_secret
                   DISPLAY "Les deux saisies diffèrent."
                   MOVE SPACES TO Wope_secret
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REECRIT_OPERATEUR.
           REWRITE opeTampon
           MOVE fope_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_OPERATEUR.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * SUPPRIME_DVD, MAJ_TARIF, la suppression d'un client débiteur
      * et la location malgré une dette sont réservées aux
      * responsables. Pour un opérateur de guichet, un responsable
      * présent tape son propre code et son code secret : la ligne de
      * journal de l'opération porte alors les deux codes. Whab_ok
      * rend 1 si l'opération peut se faire.
      ******************************************************************
       CONTROLE_HABILITATION.
           MOVE SPACES TO Wope_autorise
           MOVE 0 TO Whab_ok
           IF SESSION-RESPONSABLE
               MOVE 1 TO Whab_ok
           ELSE
               DISPLAY "Opération réservée à un responsable."
               DISPLAY "Code du responsable qui autorise"
                   " (vide = abandon) : "
               ACCEPT fope_code
               IF fope_code NOT = SPACES
                   READ foperateurs
                   INVALID KEY
                       DISPLAY "Responsable inconnu."
                   NOT INVALID KEY
                       IF OPE-RESPONSABLE AND fope_secret NOT = SPACES
                           DISPLAY "Code secret du responsable : "
                           ACCEPT Wope_secret
                           IF Wope_secret = fope_secret
                               MOVE fope_code TO Wope_autorise
                               MOVE 1 TO Whab_ok
                               DISPLAY "Autorisé par " fope_nom
                           ELSE
                               DISPLAY "Code secret erroné."
                           END-IF
                       ELSE
                           DISPLAY "Cet opérateur n'est pas"
                               " responsable."
                       END-IF
                   END-READ
               END-IF
               IF Whab_ok = 0
                   DISPLAY "Opération refusée."
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
           DISPLAY "8-Rapport par genre"
           DISPLAY "9-Réservations"
           DISPLAY "10-Tarifs de location"
           DISPLAY "11-Prolongation prêt"
           DISPLAY "12-Opérateurs (responsable)"
           DISPLAY "0-Quitter"
           ACCEPT Wmenu
           EVALUATE Wmenu
           PERFORM MENU_RESERVATIONS
           WHEN 10
           PERFORM MAJ_TARIF
           WHEN 11
           PERFORM PROLONGATION_PRET
           WHEN 12
           PERFORM MENU_OPERATEURS
       END-PERFORM.
      ******************************************************************
      ******************************************************************
       END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Création d'opérateurs et remplacement d'un code secret oublié
      * par un code provisoire, saisis par le responsable qui le
      * communique à l'opérateur : réservés au responsable connecté,
      * sans autorisation possible.
      ******************************************************************
       MENU_OPERATEURS.
       IF NOT SESSION-RESPONSABLE
           DISPLAY "Menu réservé aux responsables."
       ELSE
       PERFORM WITH TEST AFTER UNTIL Wmenu_ope = 0
           DISPLAY "1-Créer un opérateur"
           DISPLAY "2-Donner un code secret provisoire"
           DISPLAY "0-Retour menu principal"
           ACCEPT Wmenu_ope
           EVALUATE Wmenu_ope
           WHEN 0
           MOVE 0 TO Wmenu_ope
           WHEN 1
           PERFORM OPERATEUR_AJOUT
           WHEN 2
           PERFORM OPERATEUR_SECRET_PROVISOIRE
       END-PERFORM
       END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       OPERATEUR_AJOUT.
           DISPLAY "Donnez le code du nouvel opérateur : "
           ACCEPT fope_code
           IF fope_code = SPACES
               DISPLAY "Code opérateur obligatoire."
           ELSE
           READ foperateurs
           INVALID KEY
               DISPLAY "Donnez le nom de l'opérateur : "
               ACCEPT fope_nom
               PERFORM WITH TEST AFTER UNTIL OPE-GUICHET
                   OR OPE-RESPONSABLE
                   DISPLAY "Rôle : G = guichet, R = responsable"
                   ACCEPT fope_role
               END-PERFORM
               DISPLAY "Code secret initial de l'opérateur :"
               PERFORM SAISIT_SECRET
               MOVE Wope_secret TO fope_secret
               WRITE opeTampon END-WRITE
               MOVE fope_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "W" TO Wrcp_action
               PERFORM REPRISE_OPERATEUR
               IF Wio_stat = 00
                   MOVE "AJOUT_OPE " TO Wtrx_type
                   MOVE 0 TO Wtrx_dvd_id
                   MOVE 0 TO Wtrx_clt_id
                   PERFORM ENREGISTRER_TRANSACTION
                   DISPLAY "Opérateur créé, communiquez-lui son code"
                       " secret."
               END-IF
           NOT INVALID KEY
               DISPLAY "Ce code existe déjà : " fope_nom
           END-READ
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       OPERATEUR_SECRET_PROVISOIRE.
           DISPLAY "Donnez le code de l'opérateur : "
           ACCEPT fope_code
           READ foperateurs
           INVALID KEY
               DISPLAY "Opérateur inconnu."
           NOT INVALID KEY
               DISPLAY "Code secret provisoire de " fope_nom " :"
               PERFORM SAISIT_SECRET
               MOVE Wope_secret TO fope_secret
               PERFORM REECRIT_OPERATEUR
               IF Wio_stat = 00
                   MOVE "SECRET_OPE" TO Wtrx_type
                   MOVE 0 TO Wtrx_dvd_id
                   MOVE 0 TO Wtrx_clt_id
                   PERFORM ENREGISTRER_TRANSACTION
                   DISPLAY "Code secret de " fope_nom " remplacé."
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ENCAISSEMENT_CLIENT.
           DISPLAY "Donnez l'identifiant du client : "
                       MOVE 0 TO Wtrx_dvd_id
                       MOVE fclt_id TO Wtrx_clt_id
                       PERFORM ENREGISTRER_TRANSACTION
                       MOVE fclt_id TO Wecr_clt_id
                       MOVE "C" TO Wecr_sens
                       MOVE "PAIEMENT  " TO Wecr_nature
                       MOVE 0 TO Wecr_ref
                       MOVE Wmontant_paye TO Wecr_montant
                       MOVE "R" TO Wpie_type
                       MOVE 0 TO Wpie_taux
                       MOVE Wmode_paie TO Wpie_mode
                       PERFORM EMET_PIECE
                       MOVE Wpie_num TO Wecr_ref
                       MOVE Wpie_num TO Wecr_piece
                       PERFORM ECRIT_PAIEMENT
                       PERFORM ENREGISTRER_ECRITURE
                       COMPUTE Wsolde = Wsolde - Wmontant_paye
                       MOVE Wsolde TO Wsolde_aff
                       DISPLAY "Nouveau solde dû : " Wsolde_aff " EUR"
                               " Oui= 1 ou Non = 0"
                           ACCEPT Wrep
                       END-PERFORM
                       IF Wrep = 1
                           PERFORM CONTROLE_HABILITATION
                           MOVE Whab_ok TO Wrep
                       END-IF
                   END-IF
                   IF Wrep = 1
                       PERFORM CLIENT_SUPPRIME_ECRIT
                   END-IF
                   MOVE SPACES TO Wope_autorise
               END-IF
               END-IF
           END-READ.
           DELETE fclients RECORD
           MOVE fclt_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "D" TO Wrcp_action
           PERFORM REPRISE_CLIENT
           IF Wio_stat = 00
               MOVE fclt_id TO fsld_clt_id
               READ fsoldes
                   CONTINUE
               NOT INVALID KEY
                   DELETE fsoldes RECORD
                   MOVE "D" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
               END-READ
               MOVE "SUPPR_CLT " TO Wtrx_type
               MOVE 0 TO Wtrx_dvd_id
                       ACCEPT fres_date FROM DATE YYYYMMDD
                       ACCEPT fres_heure FROM TIME
                       SET RES-EN-ATTENTE TO TRUE
                       MOVE 0 TO fres_date_dispo
                       SET RES-AVIS-A-FAIRE TO TRUE
                       WRITE resTampon END-WRITE
                       MOVE fres_stat TO Wio_stat
                       PERFORM ERREUR-ENTREE-SORTIE
                       MOVE "W" TO Wrcp_action
                       PERFORM REPRISE_RESA
                       IF Wio_stat = 00
                           DISPLAY "Réservation enregistrée pour "
                               fclt_nom " " fclt_prenom
                   DISPLAY "Réservation déjà soldée."
               WHEN RES-ANNULEE
                   DISPLAY "Réservation déjà annulée."
               WHEN RES-EXPIREE
                   DISPLAY "Réservation expirée, délai de retrait"
                       " dépassé."
               WHEN RES-DISPONIBLE
                   PERFORM RESERVATION_ANNULE_DISPO
               WHEN OTHER
                   REWRITE resTampon
                   MOVE fres_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_RESA
                   IF Wio_stat = 00
                       DISPLAY "Réservation annulée."
                       MOVE "RESA_ANNUL" TO Wtrx_type
           REWRITE resTampon
           MOVE fres_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_RESA
           IF Wio_stat = 00
               DISPLAY "Réservation annulée."
               MOVE "RESA_ANNUL" TO Wtrx_type
                   REWRITE dvdTampon
                   MOVE fdvd_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_DVD
                   IF Wres_trouvee = 0
                       MOVE "C" TO Wexe_statut_cherche
                       PERFORM CHERCHE_EXEMPLAIRE
                       IF Wexe_trouve = 1
                           SET EXE-EN-RAYON TO TRUE
                           REWRITE exeTampon
                           MOVE fexe_stat TO Wio_stat
                           PERFORM ERREUR-ENTREE-SORTIE
                           MOVE "R" TO Wrcp_action
                           PERFORM REPRISE_EXEMPLAIRE
                       END-IF
                   END-IF
               END-READ
           END-IF.
      ******************************************************************
      * Au retour d'un exemplaire : le premier client en attente sur le
      * DVD (ordre des identifiants de réservation) se voit mettre
      * l'exemplaire de côté, sinon l'exemplaire retourne en rayon.
      * La mise de côté est datée du jour : le délai de retrait court
      * à partir de là et l'avis au client part avec la chaîne du soir
      * (ProjetRetrait).
      * Le DVD concerné doit être dans dvdTampon ; l'appelant fait le
      * REWRITE de dvdTampon.
      ******************************************************************
           END-PERFORM
           IF Wres_trouvee = 1
               SET RES-DISPONIBLE TO TRUE
               ACCEPT fres_date_dispo FROM DATE YYYYMMDD
               SET RES-AVIS-A-FAIRE TO TRUE
               REWRITE resTampon
               MOVE fres_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_RESA
               MOVE fres_clt_id TO fclt_id
               READ fclients
               INVALID KEY
      * facturation (signalé à l'opérateur au moment du prêt).
      ******************************************************************
       MAJ_TARIF.
           PERFORM CONTROLE_HABILITATION
           IF Whab_ok = 1
               PERFORM MAJ_TARIF_SAISIE
           END-IF
           MOVE SPACES TO Wope_autorise.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       MAJ_TARIF_SAISIE.
           DISPLAY "Donnez le genre à tarifer : "
           ACCEPT ftar_genre
           READ ftarifs
               WRITE tarTampon END-WRITE
               MOVE ftar_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "W" TO Wrcp_action
               PERFORM REPRISE_TARIF
               IF Wio_stat = 00
                   PERFORM JOURNALISE_TARIF
                   DISPLAY "Tarif créé."
               END-IF
           NOT INVALID KEY
               REWRITE tarTampon
               MOVE ftar_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_TARIF
               IF Wio_stat = 00
                   PERFORM JOURNALISE_TARIF
                   DISPLAY "Tarif mis à jour."
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       JOURNALISE_TARIF.
           MOVE "MAJ_TARIF " TO Wtrx_type
           MOVE 0 TO Wtrx_dvd_id
           MOVE 0 TO Wtrx_clt_id
           PERFORM ENREGISTRER_TRANSACTION.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       RELEVE_CLIENT.
           DISPLAY "Donnez l'identifiant du client : "
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM RELEVE_POINTS
           END-READ.
      ******************************************************************
      ******************************************************************
               MOVE 0 TO fdvd_prix
           END-READ
           DISPLAY "Prêt " floc_id " - " fdvd_titre
           IF floc_exemplaire > 0
               DISPLAY "   Exemplaire n° " floc_exemplaire
           END-IF
           DISPLAY "   Emprunté le " floc_date_emprunt
               " - retour prévu le " floc_date_retour_prevue
           IF LOC-EN-COURS
           MOVE fdvd_possedes TO fdvd_louable
           DISPLAY "Donnez le prix : "
           ACCEPT fdvd_prix
           PERFORM DEMANDE_VALEUR_EXEMPLAIRE
           WRITE dvdTampon END-WRITE
           MOVE fdvd_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "W" TO Wrcp_action
           PERFORM REPRISE_DVD
           IF Wio_stat = 00
               MOVE "AJOUT_DVD " TO Wtrx_type
               MOVE fdvd_id TO Wtrx_dvd_id
               MOVE 0 TO Wtrx_clt_id
               PERFORM ENREGISTRER_TRANSACTION
               MOVE fdvd_possedes TO Wexe_a_creer
               PERFORM CREE_EXEMPLAIRES
           END-IF
           PERFORM WITH TEST AFTER UNTIL Wrep = 0 OR Wrep = 1
               DISPLAY "Souhaitez vous continuer? Oui= 1 ou Non = 0"
           WRITE cltTampon END-WRITE
           MOVE fclt_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "W" TO Wrcp_action
           PERFORM REPRISE_CLIENT
           IF Wio_stat = 00
               MOVE "AJOUT_CLT " TO Wtrx_type
               MOVE 0 TO Wtrx_dvd_id
               MOVE fdvd_possedes TO Wposs_avant
               DISPLAY "Nouveau nombre d'exemplaires : "
               ACCEPT fdvd_possedes
               IF fdvd_possedes > Wposs_avant
                   PERFORM DEMANDE_VALEUR_EXEMPLAIRE
               END-IF
               IF fdvd_possedes > Wposs_avant
                   COMPUTE fdvd_louable = fdvd_louable
                       + fdvd_possedes - Wposs_avant
               REWRITE dvdTampon
               MOVE fdvd_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_DVD
               IF Wio_stat = 00
                   MOVE "MODIF_DVD " TO Wtrx_type
                   MOVE fdvd_id TO Wtrx_dvd_id
                   MOVE 0 TO Wtrx_clt_id
                   PERFORM ENREGISTRER_TRANSACTION
                   IF fdvd_possedes > Wposs_avant
                       COMPUTE Wexe_a_creer = fdvd_possedes
                           - Wposs_avant
                       PERFORM CREE_EXEMPLAIRES
                   END-IF
                   IF fdvd_possedes < Wposs_avant
                       COMPUTE Wexe_a_retirer = Wposs_avant
                           - fdvd_possedes
                       PERFORM RETIRE_EXEMPLAIRES
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
                       DISPLAY "Suppression refusée : la réservation "
                           Wresa_bloquante " est active sur ce DVD."
                   ELSE
                       PERFORM CONTROLE_HABILITATION
                       IF Whab_ok = 1
                           PERFORM SUPPRIME_DVD_ECRIT
                       END-IF
                       MOVE SPACES TO Wope_autorise
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       SUPPRIME_DVD_ECRIT.
           DELETE fdvd RECORD
           MOVE fdvd_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "D" TO Wrcp_action
           PERFORM REPRISE_DVD
           IF Wio_stat = 00
               MOVE "SUPPR_DVD " TO Wtrx_type
               MOVE fdvd_id TO Wtrx_dvd_id
               MOVE 0 TO Wtrx_clt_id
               PERFORM ENREGISTRER_TRANSACTION
               PERFORM SUPPRIME_EXEMPLAIRES
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un DVD ne se retire pas du catalogue tant qu'un prêt en cours
      * ou une réservation active le référence : l'enregistrement
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * La valeur de remplacement d'un exemplaire est ce que paie le
      * client qui le rend abîmé ou le déclare perdu ; 0 reprend la
      * valeur par défaut de la boutique.
      ******************************************************************
       DEMANDE_VALEUR_EXEMPLAIRE.
           MOVE Wexe_valeur_defaut TO Wtaux_aff
           DISPLAY "Valeur de remplacement d'un exemplaire (0 = "
               Wtaux_aff " EUR) : "
           ACCEPT Wexe_valeur
           IF Wexe_valeur = 0
               MOVE Wexe_valeur_defaut TO Wexe_valeur
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Chaque exemplaire physique reçoit le numéro suivant le plus
      * grand déjà attribué au titre : un numéro retiré du stock n'est
      * jamais réutilisé, l'historique des prêts reste univoque.
      ******************************************************************
       CREE_EXEMPLAIRES.
           PERFORM CHERCHE_NUMERO_EXEMPLAIRE_MAX
           PERFORM WITH TEST BEFORE UNTIL Wexe_a_creer = 0
               IF Wexe_num_max = 999
                   DISPLAY "Numérotation des exemplaires pleine pour"
                       " ce titre."
                   MOVE 0 TO Wexe_a_creer
               ELSE
                   ADD 1 TO Wexe_num_max
                   MOVE fdvd_id TO fexe_dvd_id
                   MOVE Wexe_num_max TO fexe_num
                   ACCEPT fexe_date_achat FROM DATE YYYYMMDD
                   MOVE Wexe_valeur TO fexe_valeur
                   SET EXE-BON TO TRUE
                   SET EXE-EN-RAYON TO TRUE
                   WRITE exeTampon END-WRITE
                   MOVE fexe_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "W" TO Wrcp_action
                   PERFORM REPRISE_EXEMPLAIRE
                   IF Wio_stat = 00
                       DISPLAY "Exemplaire n° " fexe_num
                           " enregistré."
                   END-IF
                   SUBTRACT 1 FROM Wexe_a_creer
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHERCHE_NUMERO_EXEMPLAIRE_MAX.
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
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Une baisse du nombre d'exemplaires retire du stock des
      * exemplaires en rayon ; ceux qui sont sortis ou mis de côté ne
      * se retirent pas à distance.
      ******************************************************************
       RETIRE_EXEMPLAIRES.
           MOVE "R" TO Wexe_statut_cherche
           PERFORM WITH TEST BEFORE UNTIL Wexe_a_retirer = 0
               PERFORM CHERCHE_EXEMPLAIRE
               IF Wexe_trouve = 1
                   SET EXE-RETIRE TO TRUE
                   REWRITE exeTampon
                   MOVE fexe_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_EXEMPLAIRE
                   DISPLAY "Exemplaire n° " fexe_num
                       " retiré du stock."
                   SUBTRACT 1 FROM Wexe_a_retirer
               ELSE
                   DISPLAY "Plus d'exemplaire en rayon à retirer."
                   MOVE 0 TO Wexe_a_retirer
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       SUPPRIME_EXEMPLAIRES.
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
                       DELETE fexemplaires RECORD
                       MOVE fexe_stat TO Wio_stat
                       PERFORM ERREUR-ENTREE-SORTIE
                       MOVE "D" TO Wrcp_action
                       PERFORM REPRISE_EXEMPLAIRE
                   ELSE
                       MOVE 1 TO Wfin_exe
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Premier exemplaire du DVD de dvdTampon dans la position
      * demandée (Wexe_statut_cherche) ; trouvé, il reste dans
      * exeTampon pour le REWRITE de l'appelant.
      ******************************************************************
       CHERCHE_EXEMPLAIRE.
           MOVE 0 TO Wexe_trouve
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
                       IF fexe_statut = Wexe_statut_cherche
                           MOVE 1 TO Wexe_trouve
                           MOVE 1 TO Wfin_exe
                       END-IF
                   ELSE
                       MOVE 1 TO Wfin_exe
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       LOCATION_DVD.
           DISPLAY "Donnez l'identifiant du prêt : "
      * L'exemplaire mis de côté pour le client passe avant le rayon :
      * sans cela sa réservation garderait un exemplaire bloqué de
      * côté alors qu'il est déjà reparti avec un autre.
      * Un client bloqué par la balance âgée (impayé de plus de 90
      * jours) est refusé d'office tant qu'il doit quelque chose.
       LOCATION_DVD_SUITE.
           MOVE 0 TO Wres_consommee
           MOVE 0 TO Wgratuite
           PERFORM CHERCHE_RESA_DISPONIBLE
           IF fdvd_louable = 0 AND Wres_consommee = 0
               DISPLAY "Aucun exemplaire disponible !!!"
               MOVE floc_clt_id TO fsld_clt_id
               PERFORM LIRE_SOLDE_CLIENT
               MOVE 1 TO Wrep
               IF Wclt_bloque = 1 AND Wsolde > 0
                   MOVE Wsolde TO Wsolde_aff
                   DISPLAY "Client bloqué : impayé de plus de 90"
                       " jours, solde " Wsolde_aff " EUR"
                   MOVE 0 TO Wrep
               ELSE
               IF Wsolde > 0
                   MOVE Wsolde TO Wsolde_aff
                   DISPLAY "Ce client doit encore : " Wsolde_aff
                           " Oui= 1 ou Non = 0"
                       ACCEPT Wrep
                   END-PERFORM
                   IF Wrep = 1
                       PERFORM CONTROLE_HABILITATION
                       MOVE Whab_ok TO Wrep
                   END-IF
               END-IF
               END-IF
               IF Wrep = 0
                   DISPLAY "Location refusée, solde à régler."
               ELSE
               PERFORM PROPOSE_GRATUITE
               PERFORM LOCATION_DVD_ECRIT
               END-IF
               MOVE SPACES TO Wope_autorise
           END-IF.
      ******************************************************************
      ******************************************************************
           MOVE ZEROES TO floc_date_retour_reelle
           SET LOC-EN-COURS TO TRUE
           MOVE 0 TO floc_jours_factures
           MOVE 0 TO floc_nb_prolong
           MOVE 0 TO floc_points
           PERFORM CHOISIT_EXEMPLAIRE_PRET
           WRITE locTampon END-WRITE
           MOVE floc_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "W" TO Wrcp_action
           PERFORM REPRISE_PRET
           IF Wio_stat = 00
               IF Wres_consommee = 1
                   SET RES-SOLDEE TO TRUE
                   REWRITE resTampon
                   MOVE fres_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_RESA
               ELSE
                   SUBTRACT 1 FROM fdvd_louable
               END-IF
               REWRITE dvdTampon
               MOVE fdvd_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_DVD
               IF Wio_stat = 00
                   IF Wexe_trouve = 1
                       SET EXE-SORTI TO TRUE
                       REWRITE exeTampon
                       MOVE fexe_stat TO Wio_stat
                       PERFORM ERREUR-ENTREE-SORTIE
                       MOVE "R" TO Wrcp_action
                       PERFORM REPRISE_EXEMPLAIRE
                   END-IF
                   MOVE "LOCATION  " TO Wtrx_type
                   MOVE fdvd_id TO Wtrx_dvd_id
                   MOVE floc_clt_id TO Wtrx_clt_id
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * L'exemplaire mis de côté part en priorité avec son
      * réservataire, sinon le premier exemplaire en rayon. Un titre
      * saisi avant l'enregistrement des exemplaires part sans numéro.
      ******************************************************************
       CHOISIT_EXEMPLAIRE_PRET.
           IF Wres_consommee = 1
               MOVE "C" TO Wexe_statut_cherche
           ELSE
               MOVE "R" TO Wexe_statut_cherche
           END-IF
           PERFORM CHERCHE_EXEMPLAIRE
           IF Wexe_trouve = 1
               MOVE fexe_num TO floc_exemplaire
               DISPLAY "Exemplaire n° " fexe_num
                   " à remettre au client."
           ELSE
               MOVE 0 TO floc_exemplaire
               DISPLAY "Aucun exemplaire enregistré à remettre,"
                   " prêt sans numéro d'exemplaire."
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * La date de retour prévue ne se tape plus en aveugle : elle se
      * calcule comme date d'emprunt plus durée standard du tarif du
      * genre (7 jours sans tarif), l'opérateur la confirme ou la
      * prévue moins date d'emprunt, 1 jour au minimum), porté au
      * compte du client. fdvd_prix reste le seul taux de pénalité de
      * retard. Sans tarif pour le genre, la location part gratuite et
      * l'opérateur est prévenu. Une location facturée rapporte des
      * points de fidélité (PTS_EURO par euro) ; une location offerte
      * contre des points n'est ni facturée ni créditée de points.
      ******************************************************************
       FACTURE_LOCATION.
           MOVE fdvd_genre TO ftar_genre
               END-IF
               COMPUTE Wmontant_location = Wnb_jours_loc
                   * ftar_taux_jour
               IF Wgratuite = 1 AND Wmontant_location > 0
                   PERFORM UTILISE_POINTS
               ELSE
                   MOVE 0 TO Wgratuite
               END-IF
               IF Wgratuite = 0
                   MOVE Wmontant_location TO Wmontant_du
                   MOVE floc_clt_id TO fsld_clt_id
                   PERFORM AJOUTE_SOLDE_DU
                   IF Wio_stat = 00
                       MOVE "LOCATION  " TO Wecr_nature
                       PERFORM ECRIT_DEBIT_PRET
                       PERFORM GAGNE_POINTS
                   END-IF
                   MOVE Wmontant_location TO Wsolde_aff
                   DISPLAY "Location facturée : " Wnb_jours_loc
                       " jour(s), " Wsolde_aff " EUR"
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Prolongation d'un prêt ouvert sans passer par un faux retour :
      * la date de retour prévue recule de la durée standard du tarif
      * du genre (7 jours sans tarif) et les jours ajoutés sont
      * facturés au prix journalier. Refusée sur un prêt déjà en
      * retard, au-delà de Wmax_prolong prolongations, ou quand un
      * client attend le DVD en réservation.
      ******************************************************************
       PROLONGATION_PRET.
           DISPLAY "Donnez l'identifiant du prêt à prolonger : "
           ACCEPT floc_id
           READ flocation
           INVALID KEY
               DISPLAY "Prêt pas trouvé, code retour : " floc_stat
           NOT INVALID KEY
               ACCEPT Wdate_jour FROM DATE YYYYMMDD
               EVALUATE TRUE
               WHEN LOC-RENDU
                   DISPLAY "Prêt déjà clôturé."
               WHEN Wdate_jour > floc_date_retour_prevue
                   DISPLAY "Prolongation refusée : retour prévu le "
                       floc_date_retour_prevue ", prêt en retard."
               WHEN floc_nb_prolong >= Wmax_prolong
                   DISPLAY "Prolongation refusée : déjà "
                       floc_nb_prolong " prolongation(s) sur ce prêt."
               WHEN OTHER
                   PERFORM PROLONGATION_PRET_SUITE
               END-EVALUATE
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROLONGATION_PRET_SUITE.
           MOVE floc_dvd_id TO fdvd_id
           READ fdvd
           INVALID KEY
               DISPLAY "DVD pas trouvé, code retour : " fdvd_stat
           NOT INVALID KEY
               PERFORM CHERCHE_RESA_ATTENTE_DVD
               IF Wresa_active = 1
                   DISPLAY "Prolongation refusée : la réservation "
                       Wresa_bloquante " attend ce DVD."
               ELSE
                   PERFORM PROLONGATION_PRET_ECRIT
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       PROLONGATION_PRET_ECRIT.
           MOVE fdvd_genre TO ftar_genre
           READ ftarifs
           INVALID KEY
               MOVE 7 TO Wduree_pret
               MOVE 0 TO Wtaux_prolong
           NOT INVALID KEY
               IF ftar_duree > 0
                   MOVE ftar_duree TO Wduree_pret
               ELSE
                   MOVE 7 TO Wduree_pret
               END-IF
               MOVE ftar_taux_jour TO Wtaux_prolong
           END-READ
           COMPUTE Wjour_prevu = FUNCTION INTEGER-OF-DATE
               (floc_date_retour_prevue)
           COMPUTE Wdate_prolong = FUNCTION DATE-OF-INTEGER
               (Wjour_prevu + Wduree_pret)
           COMPUTE Wmontant_du = Wduree_pret * Wtaux_prolong
           MOVE Wmontant_du TO Wsolde_aff
           DISPLAY "Prêt " floc_id " - " fdvd_titre
           DISPLAY "Retour prévu le " floc_date_retour_prevue
               ", reporté au " Wdate_prolong
           DISPLAY "Jours ajoutés : " Wduree_pret ", à facturer : "
               Wsolde_aff " EUR"
           PERFORM WITH TEST AFTER UNTIL Wrep = 0
               OR Wrep = 1
               DISPLAY "Confirmer la prolongation ?"
                   " Oui= 1 ou Non = 0"
               ACCEPT Wrep
           END-PERFORM
           IF Wrep = 1
               MOVE Wdate_prolong TO floc_date_retour_prevue
               ADD 1 TO floc_nb_prolong
               REWRITE locTampon
               MOVE floc_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_PRET
               IF Wio_stat = 00
                   MOVE "PROLONG   " TO Wtrx_type
                   MOVE floc_dvd_id TO Wtrx_dvd_id
                   MOVE floc_clt_id TO Wtrx_clt_id
                   PERFORM ENREGISTRER_TRANSACTION
                   IF Wmontant_du > 0
                       MOVE floc_clt_id TO fsld_clt_id
                       PERFORM AJOUTE_SOLDE_DU
                       IF Wio_stat = 00
                           MOVE "PROLONG   " TO Wecr_nature
                           PERFORM ECRIT_DEBIT_PRET
                       END-IF
                       DISPLAY "Prolongation facturée : " Wsolde_aff
                           " EUR"
                   ELSE
                       DISPLAY "Pas de tarif pour le genre "
                           fdvd_genre
                       DISPLAY "Prolongation non facturée."
                   END-IF
                   DISPLAY "Nouveau retour prévu le "
                       floc_date_retour_prevue
               END-IF
           ELSE
               DISPLAY "Prolongation abandonnée."
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Seule une réservation en attente bloque la prolongation :
      * un exemplaire déjà mis de côté n'est pas celui du prêt.
      ******************************************************************
       CHERCHE_RESA_ATTENTE_DVD.
           MOVE 0 TO Wresa_active
           MOVE 0 TO Wfin_rech
           MOVE fdvd_id TO fres_dvd_id
           START freservations KEY = fres_dvd_id
           INVALID KEY
               MOVE 1 TO Wfin_rech
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_rech = 1
               READ freservations NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_rech
               NOT AT END
                   IF fres_dvd_id = fdvd_id
                       IF RES-EN-ATTENTE
                           MOVE 1 TO Wresa_active
                           MOVE fres_id TO Wresa_bloquante
                           MOVE 1 TO Wfin_rech
                       END-IF
                   ELSE
                       MOVE 1 TO Wfin_rech
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       RETOUR_DVD.
           DISPLAY "Donnez l'identifiant du prêt à clôturer : "
      ******************************************************************
      ******************************************************************
       RETOUR_DVD_ECRIT.
           PERFORM DEMANDE_ETAT_RETOUR
           ACCEPT floc_date_retour_reelle FROM DATE YYYYMMDD
           SET LOC-RENDU TO TRUE
           REWRITE locTampon
           MOVE floc_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_PRET
           IF Wio_stat = 00
               MOVE floc_dvd_id TO fdvd_id
               READ fdvd
                       fdvd_stat
               NOT INVALID KEY
                   PERFORM FACTURE_RETARD_RETOUR
                   PERFORM LIT_EXEMPLAIRE_PRET
                   IF RETOUR-ABIME OR RETOUR-PERDU
                       PERFORM RETIRE_EXEMPLAIRE_RENDU
                   ELSE
                       PERFORM TRAITE_FILE_ATTENTE
                       PERFORM RANGE_EXEMPLAIRE_RENDU
                   END-IF
                   REWRITE dvdTampon
                   MOVE fdvd_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_DVD
                   IF Wio_stat = 00
                       MOVE "RETOUR    " TO Wtrx_type
                       MOVE fdvd_id TO Wtrx_dvd_id
                       MOVE floc_clt_id TO Wtrx_clt_id
                       PERFORM ENREGISTRER_TRANSACTION
                       IF RETOUR-ABIME
                           MOVE "CASSE_EXE " TO Wtrx_type
                           PERFORM ENREGISTRER_TRANSACTION
                       END-IF
                       IF RETOUR-PERDU
                           MOVE "PERTE_EXE " TO Wtrx_type
                           PERFORM ENREGISTRER_TRANSACTION
                       END-IF
                   END-IF
               END-READ
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * L'état se constate au comptoir avant la clôture du prêt : un
      * disque rayé ou manquant ne doit plus repartir en rayon.
      ******************************************************************
       DEMANDE_ETAT_RETOUR.
           PERFORM WITH TEST AFTER UNTIL RETOUR-BON OR RETOUR-USE
               OR RETOUR-ABIME OR RETOUR-PERDU
               DISPLAY "Etat de l'exemplaire : Bon = B, Usé = U,"
                   " Abîmé = A ou Perdu = P"
               ACCEPT Wetat_retour
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       LIT_EXEMPLAIRE_PRET.
           MOVE 0 TO Wexe_trouve
           IF floc_exemplaire > 0
               MOVE floc_dvd_id TO fexe_dvd_id
               MOVE floc_exemplaire TO fexe_num
               READ fexemplaires
               INVALID KEY
                   DISPLAY "Exemplaire " floc_exemplaire
                       " inconnu, code retour : " fexe_stat
               NOT INVALID KEY
                   MOVE 1 TO Wexe_trouve
               END-READ
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un exemplaire rendu abîmé ou déclaré perdu ne retourne ni en
      * rayon ni à la file d'attente : il sort du stock (un possédé de
      * moins) et sa valeur de remplacement est portée au compte du
      * client. Sans fiche d'exemplaire, la valeur par défaut joue.
      ******************************************************************
       RETIRE_EXEMPLAIRE_RENDU.
           IF fdvd_possedes > 0
               SUBTRACT 1 FROM fdvd_possedes
           END-IF
           IF fdvd_louable > fdvd_possedes
               MOVE fdvd_possedes TO fdvd_louable
           END-IF
           IF Wexe_trouve = 1
               MOVE Wetat_retour TO fexe_etat
               SET EXE-RETIRE TO TRUE
               REWRITE exeTampon
               MOVE fexe_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_EXEMPLAIRE
               MOVE fexe_valeur TO Wmontant_du
           ELSE
               MOVE Wexe_valeur_defaut TO Wmontant_du
           END-IF
           MOVE floc_clt_id TO fsld_clt_id
           PERFORM AJOUTE_SOLDE_DU
           IF Wio_stat = 00
               IF RETOUR-ABIME
                   MOVE "CASSE_EXE " TO Wecr_nature
               ELSE
                   MOVE "PERTE_EXE " TO Wecr_nature
               END-IF
               PERFORM ECRIT_DEBIT_PRET
           END-IF
           MOVE Wmontant_du TO Wsolde_aff
           DISPLAY "Exemplaire retiré du stock, facturé au client : "
               Wsolde_aff " EUR".
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Rendu en bon état ou simplement usé, l'exemplaire va au
      * réservataire servi par TRAITE_FILE_ATTENTE ou en rayon.
      ******************************************************************
       RANGE_EXEMPLAIRE_RENDU.
           IF Wexe_trouve = 1
               MOVE Wetat_retour TO fexe_etat
               IF Wres_trouvee = 1
                   SET EXE-DE-COTE TO TRUE
               ELSE
                   SET EXE-EN-RAYON TO TRUE
               END-IF
               REWRITE exeTampon
               MOVE fexe_stat TO Wio_stat
               PERFORM ERREUR-ENTREE-SORTIE
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_EXEMPLAIRE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       FACTURE_RETARD_RETOUR.
           IF floc_date_retour_reelle > floc_date_retour_prevue
                       * fdvd_prix
                   MOVE floc_clt_id TO fsld_clt_id
                   PERFORM AJOUTE_SOLDE_DU
                   IF Wio_stat = 00
                       MOVE "RETARD    " TO Wecr_nature
                       PERFORM ECRIT_DEBIT_PRET
                   END-IF
                   PERFORM ANNULE_POINTS_PRET
                   MOVE Wjours_retard TO floc_jours_factures
                   REWRITE locTampon
                   MOVE floc_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_PRET
                   MOVE Wmontant_du TO Wsolde_aff
                   DISPLAY "Retard facturé : " Wjours_retard
                       " jour(s), " Wsolde_aff " EUR"
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Fidélité : le solde de points est porté par le compte client
      * de fsoldes, chaque mouvement laisse une ligne dans fpoints.dat
      * et les gains et utilisations passent au journal (POINTS_GAG,
      * POINTS_UTI). Les points d'un prêt sont gardés sur le prêt pour
      * être repris s'il finit en retard.
      ******************************************************************
       PROPOSE_GRATUITE.
           MOVE 0 TO Wgratuite
           MOVE floc_clt_id TO fsld_clt_id
           READ fsoldes
           INVALID KEY
               MOVE 0 TO Wpts_dispo
           NOT INVALID KEY
               MOVE fsld_points TO Wpts_dispo
           END-READ
           DISPLAY "Points fidélité du client : " Wpts_dispo
           IF Wpts_grat > 0 AND Wpts_dispo >= Wpts_grat
               PERFORM WITH TEST AFTER UNTIL Wgratuite = 0
                   OR Wgratuite = 1
                   DISPLAY "Offrir cette location contre " Wpts_grat
                       " points ? Oui= 1 ou Non = 0"
                   ACCEPT Wgratuite
               END-PERFORM
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       GAGNE_POINTS.
           COMPUTE Wpts_mvt = Wmontant_location * Wpts_euro
           IF Wpts_mvt > 0
               MOVE floc_clt_id TO fsld_clt_id
               READ fsoldes
               INVALID KEY
                   DISPLAY "Compte client introuvable, points non"
                       " crédités."
               NOT INVALID KEY
                   ADD Wpts_mvt TO fsld_points
                   REWRITE sldTampon
                   MOVE fsld_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
                   IF Wio_stat = 00
                       MOVE Wpts_mvt TO floc_points
                       REWRITE locTampon
                       MOVE floc_stat TO Wio_stat
                       PERFORM ERREUR-ENTREE-SORTIE
                       MOVE "R" TO Wrcp_action
                       PERFORM REPRISE_PRET
                       MOVE "G" TO Wpts_sens
                       MOVE Wmontant_location TO Wpts_valeur
                       PERFORM ECRIT_POINTS
                       MOVE "POINTS_GAG" TO Wtrx_type
                       MOVE fdvd_id TO Wtrx_dvd_id
                       MOVE floc_clt_id TO Wtrx_clt_id
                       PERFORM ENREGISTRER_TRANSACTION
                       DISPLAY "Points fidélité gagnés : " Wpts_mvt
                   END-IF
               END-READ
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Les points sont relus au moment de la facture : si le compte
      * n'en a plus assez, la location est facturée normalement.
      ******************************************************************
       UTILISE_POINTS.
           MOVE 0 TO Wgratuite
           MOVE floc_clt_id TO fsld_clt_id
           READ fsoldes
           INVALID KEY
               DISPLAY "Compte client introuvable."
           NOT INVALID KEY
               IF fsld_points < Wpts_grat
                   DISPLAY "Points insuffisants."
               ELSE
                   SUBTRACT Wpts_grat FROM fsld_points
                   REWRITE sldTampon
                   MOVE fsld_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
                   IF Wio_stat = 00
                       MOVE 1 TO Wgratuite
                   END-IF
               END-IF
           END-READ
           IF Wgratuite = 1
               MOVE Wpts_grat TO Wpts_mvt
               MOVE "U" TO Wpts_sens
               MOVE Wmontant_location TO Wpts_valeur
               PERFORM ECRIT_POINTS
               MOVE "POINTS_UTI" TO Wtrx_type
               MOVE fdvd_id TO Wtrx_dvd_id
               MOVE floc_clt_id TO Wtrx_clt_id
               PERFORM ENREGISTRER_TRANSACTION
               MOVE Wmontant_location TO Wsolde_aff
               DISPLAY "Location offerte : " Wnb_jours_loc
                   " jour(s), " Wsolde_aff " EUR, " Wpts_grat
                   " points utilisés"
           ELSE
               DISPLAY "Location facturée normalement."
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Un prêt qui finit en retard perd les points qu'il avait
      * rapportés (dans la limite de ce qui reste sur le compte).
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
                   MOVE fsld_stat TO Wio_stat
                   PERFORM ERREUR-ENTREE-SORTIE
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_SOLDE
               END-READ
               MOVE 0 TO floc_points
               IF Wpts_mvt > 0
                   MOVE "A" TO Wpts_sens
                   MOVE 0 TO Wpts_valeur
                   PERFORM ECRIT_POINTS
                   DISPLAY "Points fidélité repris (retard) : "
                       Wpts_mvt
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECRIT_POINTS.
           ACCEPT pts_date FROM DATE YYYYMMDD
           ACCEPT pts_heure FROM TIME
           MOVE floc_clt_id TO pts_clt_id
           MOVE Wpts_sens TO pts_mouvement
           MOVE Wpts_mvt TO pts_nombre
           MOVE floc_id TO pts_ref
           MOVE Wpts_valeur TO pts_valeur
           MOVE Wope_code TO pts_ope
           WRITE ptsLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * L'historique est ouvert en ajout pour tout le poste : il est
      * refermé le temps de le relire, puis rouvert en ajout.
      ******************************************************************
       RELEVE_POINTS.
           MOVE fclt_id TO fsld_clt_id
           READ fsoldes
           INVALID KEY
               MOVE 0 TO Wpts_dispo
           NOT INVALID KEY
               MOVE fsld_points TO Wpts_dispo
           END-READ
           DISPLAY "Points fidélité : " Wpts_dispo
           CLOSE fpoints
           OPEN INPUT fpoints
           IF fpts_stat = 00
               MOVE 0 TO Wfin_pts
               PERFORM WITH TEST BEFORE UNTIL Wfin_pts = 1
                   READ fpoints
                   AT END
                       MOVE 1 TO Wfin_pts
                   NOT AT END
                       IF pts_clt_id = fclt_id
                           PERFORM RELEVE_POINTS_LIGNE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fpoints
           END-IF
           OPEN EXTEND fpoints
           IF fpts_stat =35 THEN
           OPEN OUTPUT fpoints
           CLOSE fpoints
           OPEN EXTEND fpoints
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       RELEVE_POINTS_LIGNE.
           EVALUATE TRUE
           WHEN PTS-GAGNES
               MOVE "gagnés" TO Wpts_libelle
           WHEN PTS-UTILISES
               MOVE "utilisés" TO Wpts_libelle
           WHEN PTS-ANNULES
               MOVE "repris" TO Wpts_libelle
           WHEN PTS-FUSION-SOR
               MOVE "transférés" TO Wpts_libelle
           WHEN PTS-FUSION-ENT
               MOVE "reçus" TO Wpts_libelle
           WHEN OTHER
               MOVE "?" TO Wpts_libelle
           END-EVALUATE
           IF PTS-FUSION-SOR OR PTS-FUSION-ENT
               DISPLAY "   " pts_date " " pts_nombre " point(s) "
                   Wpts_libelle " - fusion client " pts_ref
           ELSE
               DISPLAY "   " pts_date " " pts_nombre " point(s) "
                   Wpts_libelle " - prêt " pts_ref
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REPORT_GENRE.
           MOVE LOW-VALUES TO fdvd_genre
      ******************************************************************
      ******************************************************************
       LIRE_SOLDE_CLIENT.
           MOVE 0 TO Wclt_bloque
           READ fsoldes
           INVALID KEY
               MOVE 0 TO Wsolde
           NOT INVALID KEY
               COMPUTE Wsolde = fsld_du - fsld_paye
               IF SLD-BLOQUE
                   MOVE 1 TO Wclt_bloque
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
               MOVE fclt_id TO fsld_clt_id
               MOVE 0 TO fsld_du
               MOVE Wmontant_paye TO fsld_paye
               SET SLD-LIBRE TO TRUE
               MOVE 0 TO fsld_points
               MOVE "W" TO Wrcp_action
               WRITE sldTampon END-WRITE
           NOT INVALID KEY
               ADD Wmontant_paye TO fsld_paye
               MOVE "R" TO Wrcp_action
               REWRITE sldTampon
           END-READ
           MOVE fsld_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           PERFORM REPRISE_SOLDE.
      ******************************************************************
      ******************************************************************
      ******************************************************************
               MOVE floc_clt_id TO fsld_clt_id
               MOVE Wmontant_du TO fsld_du
               MOVE 0 TO fsld_paye
               SET SLD-LIBRE TO TRUE
               MOVE 0 TO fsld_points
               MOVE "W" TO Wrcp_action
               WRITE sldTampon END-WRITE
           NOT INVALID KEY
               ADD Wmontant_du TO fsld_du
               MOVE "R" TO Wrcp_action
               REWRITE sldTampon
           END-READ
           MOVE fsld_stat TO Wio_stat
           PERFORM ERREUR-ENTREE-SORTIE
           PERFORM REPRISE_SOLDE.
      ******************************************************************
      ******************************************************************
      ******************************************************************
           MOVE Wtrx_dvd_id TO trx_dvd_id
           MOVE Wtrx_clt_id TO trx_clt_id
           MOVE Wope_code TO trx_ope
           MOVE Wope_autorise TO trx_ope_autorise
           WRITE trxLigne
           MOVE SPACES TO Wope_autorise.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Toute somme portée au débit d'un client au titre d'un prêt
      * (location, retard, prolongation, casse ou perte) : le montant
      * est dans Wmontant_du, la nature dans Wecr_nature. Chacune
      * donne une facture, au taux de TVA des locations pour la
      * location et la prolongation, à celui des pénalités sinon.
      ******************************************************************
       ECRIT_DEBIT_PRET.
           MOVE floc_clt_id TO Wecr_clt_id
           MOVE "D" TO Wecr_sens
           MOVE floc_id TO Wecr_ref
           MOVE Wmontant_du TO Wecr_montant
           MOVE "F" TO Wpie_type
           IF Wecr_nature = "LOCATION  " OR Wecr_nature = "PROLONG   "
               MOVE Wtva_loc TO Wpie_taux
           ELSE
               MOVE Wtva_pen TO Wpie_taux
           END-IF
           MOVE SPACE TO Wpie_mode
           PERFORM EMET_PIECE
           MOVE Wpie_num TO Wecr_piece
           PERFORM ENREGISTRER_ECRITURE.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ENREGISTRER_ECRITURE.
           ACCEPT ecr_date FROM DATE YYYYMMDD
           ACCEPT ecr_heure FROM TIME
           MOVE Wecr_clt_id TO ecr_clt_id
           MOVE Wecr_sens TO ecr_sens
           MOVE Wecr_nature TO ecr_nature
           MOVE Wecr_ref TO ecr_ref
           MOVE Wecr_montant TO ecr_montant
           MOVE Wope_code TO ecr_ope
           MOVE Wecr_piece TO ecr_piece
           WRITE ecrLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Le numéro n'est pris qu'au moment d'écrire la pièce : la
      * série reste continue. Un compteur inaccessible laisse la
      * somme au compte du client, sans pièce (numéro 0), et
      * l'opérateur est prévenu.
      ******************************************************************
       EMET_PIECE.
           CALL "ProjetNumero" USING Wpie_type, Wpie_num, Wnum_ok
           IF Wnum_ok NOT = 0
               MOVE 0 TO Wpie_num
               DISPLAY "Pièce non émise, à régulariser."
           ELSE
               MOVE Wpie_num TO pie_num
               MOVE Wpie_type TO pie_type
               MOVE Wecr_nature TO pie_nature
               ACCEPT pie_date FROM DATE YYYYMMDD
               ACCEPT pie_heure FROM TIME
               MOVE Wecr_clt_id TO pie_clt_id
               MOVE Wecr_ref TO pie_ref
               MOVE Wpie_taux TO pie_taux
               MOVE Wecr_montant TO pie_ttc
               COMPUTE pie_ht ROUNDED = Wecr_montant * 100
                   / (100 + Wpie_taux)
               COMPUTE pie_tva = pie_ttc - pie_ht
               MOVE Wpie_mode TO pie_mode
               MOVE Wope_code TO pie_ope
               WRITE pieLigne
               PERFORM EDITE_PIECE
               IF PIE-FACTURE
                   DISPLAY "Facture n° " pie_num " émise."
               ELSE
                   DISPLAY "Reçu n° " pie_num " émis."
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Exemplaire imprimable remis au client.
      ******************************************************************
       EDITE_PIECE.
           MOVE SPACES TO edtLigne
           IF PIE-FACTURE
               STRING "FACTURE N° " pie_num " DU " pie_date
                   DELIMITED BY SIZE INTO edtLigne
           ELSE
               STRING "RECU N° " pie_num " DU " pie_date
                   DELIMITED BY SIZE INTO edtLigne
           END-IF
           WRITE edtLigne
      * La fiche client en cours de traitement est remise en place.
           MOVE cltTampon TO Wclt_sauve
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
           MOVE Wclt_sauve TO cltTampon
           IF PIE-FACTURE
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
           ELSE
               MOVE pie_ttc TO Wpie_aff
               MOVE SPACES TO edtLigne
               IF pie_mode = "E"
                   STRING "Reçu         : " Wpie_aff " EUR en espèces"
                       DELIMITED BY SIZE INTO edtLigne
               ELSE
                   STRING "Reçu         : " Wpie_aff " EUR par carte"
                       DELIMITED BY SIZE INTO edtLigne
               END-IF
               WRITE edtLigne
           END-IF
           MOVE ALL "=" TO edtLigne
           WRITE edtLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Paramètres lus une fois au démarrage du poste : taux de TVA
      * des locations et des pénalités, points de fidélité gagnés par
      * euro de location facturé et points à rendre pour une location
      * offerte.
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
                       EVALUATE Wprm_code
                       WHEN "TVA_LOC"
                           COMPUTE Wtva_loc =
                               FUNCTION NUMVAL(Wprm_saisie)
                       WHEN "TVA_PEN"
                           COMPUTE Wtva_pen =
                               FUNCTION NUMVAL(Wprm_saisie)
                       WHEN "PTS_EURO"
                           COMPUTE Wpts_euro =
                               FUNCTION NUMVAL(Wprm_saisie)
                       WHEN "PTS_GRAT"
                           COMPUTE Wpts_grat =
                               FUNCTION NUMVAL(Wprm_saisie)
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE fparametres
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Journal des encaissements : chaque paiement y laisse date,
      * heure, client, montant, mode (espèces ou carte) et numéro de
      * reçu pour le
      * comptage de caisse de fin de journée (ProjetCaisse).
      ******************************************************************
       ECRIT_PAIEMENT.
           MOVE fclt_id TO pai_clt_id
           MOVE Wmontant_paye TO pai_montant
           MOVE Wmode_paie TO pai_mode
           MOVE Wpie_num TO pai_piece
           WRITE paiLigne.
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
       REPRISE_TARIF.
           IF ftar_stat = 00
               MOVE 6 TO rcp_fic
               MOVE tarTampon TO rcp_image
               PERFORM ECRIT_REPRISE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REPRISE_OPERATEUR.
           IF fope_stat = 00
               MOVE 7 TO rcp_fic
               MOVE opeTampon TO rcp_image
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
           MOVE Wope_code TO rcp_ope
           WRITE rcpLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      *>---------------------------------------------fin_partie_matthieu
       END PROGRAM Projet.
