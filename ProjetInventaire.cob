      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Inventaire physique du stock. Lit le fichier de
      *           comptage finventaire.dat (une ligne dvd|nombre par
      *           rayon ou emplacement compté, les lignes d'un même
      *           titre s'additionnent) et confronte le compté au
      *           stock attendu sur place : exemplaires possédés moins
      *           prêts en cours (les exemplaires mis de côté derrière
      *           le comptoir sont sur place). Le rapport
      *           finventaire_ecarts.dat donne les écarts par titre
      *           (manquants, excédents), les titres absents du
      *           comptage (non comptés, jamais ajustés) et les
      *           identifiants inconnus, puis la récapitulation par
      *           genre. En mode ajustement, après validation par un
      *           responsable, chaque écart est passé : possédé et
      *           louable corrigés dans fdvd.dat, exemplaires en rayon
      *           retirés (perdus) ou créés dans fexemplaires.dat, une
      *           ligne INVENT_AJU par titre ajusté dans le journal.
      *           Un manquant qui ne peut porter que sur un exemplaire
      *           mis de côté reste signalé, à régler au comptoir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjetInventaire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fdvd ASSIGN TO "fdvd.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fdvd_id
           ALTERNATE RECORD KEY fdvd_titre WITH DUPLICATES
           ALTERNATE RECORD KEY fdvd_genre WITH DUPLICATES
           FILE STATUS IS fdvd_stat.

           SELECT flocation ASSIGN TO "flocation.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY floc_id
           ALTERNATE RECORD KEY floc_clt_id WITH DUPLICATES
           ALTERNATE RECORD KEY floc_dvd_id WITH DUPLICATES
           FILE STATUS IS floc_stat.

           SELECT fexemplaires ASSIGN TO "fexemplaires.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fexe_cle
           FILE STATUS IS fexe_stat.

           SELECT foperateurs ASSIGN TO "foperateurs.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fope_code
           FILE STATUS IS fope_stat.

           SELECT ftransactions ASSIGN TO "ftransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ftrx_stat.

           SELECT fcomptage ASSIGN TO "finventaire.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fcmp_stat.

           SELECT fecarts ASSIGN TO "finventaire_ecarts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fecart_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

       DATA DIVISION.
       FILE SECTION.
           FD fdvd.
           01 dvdTampon.
               02 fdvd_id PIC 9(10).
               02 fdvd_titre PIC X(40).
               02 fdvd_real PIC X(40).
               02 fdvd_genre PIC X(40).
               02 fdvd_possedes PIC 9(2).
               02 fdvd_louable PIC 9(2).
               02 fdvd_prix PIC 9.

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

           FD foperateurs.
           01 opeTampon.
               02 fope_code PIC X(4).
               02 fope_nom PIC X(25).
               02 fope_role PIC X.
                   88 OPE-GUICHET VALUE "G".
                   88 OPE-RESPONSABLE VALUE "R".
               02 fope_secret PIC X(8).

           FD ftransactions.
           01 trxLigne.
               02 trx_date PIC X(8).
               02 trx_heure PIC X(6).
               02 trx_type PIC X(10).
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

           FD fcomptage.
           01 cmpLigne PIC X(80).

           FD fecarts.
           01 ecartLigne PIC X(100).

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
           77 floc_stat PIC 9(2).
           77 fexe_stat PIC 9(2).
           77 fope_stat PIC 9(2).
           77 ftrx_stat PIC 9(2).
           77 fcmp_stat PIC 9(2).
           77 fecart_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 Wrcp_action PIC X.

           77 Wmode PIC 9.
           77 Wconfirme PIC X.
           77 Wope_valide PIC X(4).
           77 Wope_secret PIC X(8).
           77 Wfin_lot PIC 9.
           77 Wfin_bal PIC 9.
           77 Wtrouve PIC 9.

           77 Wi PIC 9(4).
           77 Wg PIC 9(3).
           77 Wnb_comptes PIC 9(4).
           77 Wnb_genres PIC 9(3).

           77 Wid_saisi PIC X(12).
           77 Wnb_saisi PIC X(6).
           77 Wdvd_lu PIC 9(10).
           77 Wnb_lu PIC 9(5).

           77 Wcpt_ouverts PIC 9(3).
           77 Wattendu PIC S9(5).
           77 Wcompte PIC 9(5).
           77 Wecart PIC S9(5).
           77 Wmanquants PIC 9(5).
           77 Wexcedents PIC 9(5).
           77 Wa_retirer PIC 9(5).
           77 Wretires PIC 9(5).
           77 Wnon_ajuste PIC 9(5).
           77 Wa_creer PIC 9(5).
           77 Wexe_num_max PIC 9(3).
           77 Wexe_valeur_defaut PIC 9(3)V99 VALUE 15.

           77 Wcpt_lignes PIC 9(5).
           77 Wcpt_titres PIC 9(5).
           77 Wcpt_en_ecart PIC 9(5).
           77 Wcpt_non_comptes PIC 9(5).
           77 Wcpt_inconnus PIC 9(5).
           77 Wcpt_ajustes PIC 9(5).
           77 Wtot_manquants PIC 9(7).
           77 Wtot_excedents PIC 9(7).

           77 Wnb_aff PIC ZZZZ9.
           77 Wecart_aff PIC -ZZZZ9.

      * Comptage cumulé par titre, repéré une fois rapproché de fdvd.
           01 Wtab_comptage.
               02 Wcmp_ligne OCCURS 5000.
                   03 Wcmp_dvd PIC 9(10).
                   03 Wcmp_nb PIC 9(5).
                   03 Wcmp_vu PIC 9.

           01 Wtab_genres.
               02 Wgen_ligne OCCURS 200.
                   03 Wgen_nom PIC X(40).
                   03 Wgen_attendu PIC 9(7).
                   03 Wgen_compte PIC 9(7).
                   03 Wgen_manquants PIC 9(7).
                   03 Wgen_excedents PIC 9(7).

           01 Wligne_titre.
               02 Wlt_id PIC 9(10).
               02 FILLER PIC X VALUE SPACE.
               02 Wlt_titre PIC X(30).
               02 FILLER PIC X VALUE SPACE.
               02 Wlt_attendu PIC ZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 Wlt_compte PIC ZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 Wlt_ecart PIC -ZZZZ9.
               02 FILLER PIC XX VALUE SPACES.
               02 Wlt_note PIC X(30).

           01 Wligne_genre.
               02 Wlg_genre PIC X(30).
               02 FILLER PIC X VALUE SPACE.
               02 Wlg_attendu PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 Wlg_compte PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 Wlg_manquants PIC ZZZZZZ9.
               02 FILLER PIC X VALUE SPACE.
               02 Wlg_excedents PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1-Rapport d'écarts seul"
           DISPLAY "2-Rapport et ajustement du stock (responsable)"
           ACCEPT Wmode
           IF Wmode NOT = 1 AND Wmode NOT = 2
               DISPLAY "Mode inconnu, arrêt."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF Wmode = 2
               PERFORM VALIDE_AJUSTEMENT
               IF Wmode NOT = 2
                   DISPLAY "Ajustement non validé, rapport seul."
               END-IF
           END-IF

           MOVE 0 TO Wnb_comptes
           MOVE 0 TO Wnb_genres
           MOVE 0 TO Wcpt_lignes
           MOVE 0 TO Wcpt_titres
           MOVE 0 TO Wcpt_en_ecart
           MOVE 0 TO Wcpt_non_comptes
           MOVE 0 TO Wcpt_inconnus
           MOVE 0 TO Wcpt_ajustes
           MOVE 0 TO Wtot_manquants
           MOVE 0 TO Wtot_excedents

           OPEN INPUT fcomptage
           IF fcmp_stat = 35
               DISPLAY "Fichier de comptage finventaire.dat absent,"
                   " arrêt."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHARGE_COMPTAGE
           CLOSE fcomptage

           IF Wmode = 2
               OPEN I-O fdvd
               OPEN I-O fexemplaires
               OPEN EXTEND ftransactions
               IF ftrx_stat = 35 THEN
               OPEN OUTPUT ftransactions
               CLOSE ftransactions
               OPEN EXTEND ftransactions
               END-IF
               OPEN EXTEND frecup
               IF frcp_stat = 35 THEN
               OPEN OUTPUT frecup
               END-IF
           ELSE
               OPEN INPUT fdvd
           END-IF
           OPEN INPUT flocation
           OPEN OUTPUT fecarts

           PERFORM EDITE_ENTETE
           PERFORM BALAYE_TITRES
           PERFORM EDITE_INCONNUS
           PERFORM EDITE_GENRES

           DISPLAY "Lignes de comptage lues  : " Wcpt_lignes
           DISPLAY "Titres rapprochés        : " Wcpt_titres
           DISPLAY "Titres en écart          : " Wcpt_en_ecart
           DISPLAY "Exemplaires manquants    : " Wtot_manquants
           DISPLAY "Exemplaires excédentaires: " Wtot_excedents
           DISPLAY "Titres non comptés       : " Wcpt_non_comptes
           DISPLAY "Identifiants inconnus    : " Wcpt_inconnus
           IF Wmode = 2
               DISPLAY "Titres ajustés           : " Wcpt_ajustes
           END-IF
           DISPLAY "Rapport écrit dans finventaire_ecarts.dat"

           CLOSE fdvd
           CLOSE flocation
           CLOSE fecarts
           IF Wmode = 2
               CLOSE fexemplaires
               CLOSE ftransactions
               CLOSE frecup
           END-IF
           GOBACK.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * L'ajustement se passe en second passage, une fois le rapport
      * relu : le responsable qui le valide, reconnu à son rôle et
      * à son code secret dans foperateurs, signe le journal.
      ******************************************************************
       VALIDE_AJUSTEMENT.
           DISPLAY "Le rapport du premier passage a-t-il été relu et"
               " approuvé ? (O/N)"
           ACCEPT Wconfirme
           IF Wconfirme NOT = "O" AND Wconfirme NOT = "o"
               MOVE 1 TO Wmode
           ELSE
               DISPLAY "Code du responsable qui valide : "
               ACCEPT Wope_valide
               OPEN INPUT foperateurs
               IF fope_stat = 35
                   DISPLAY "Aucun opérateur enregistré."
                   MOVE 1 TO Wmode
               ELSE
                   MOVE Wope_valide TO fope_code
                   READ foperateurs
                   INVALID KEY
                       DISPLAY "Opérateur inconnu : " Wope_valide
                       MOVE 1 TO Wmode
                   NOT INVALID KEY
                       IF OPE-RESPONSABLE AND fope_secret NOT = SPACES
                           DISPLAY "Code secret du responsable : "
                           ACCEPT Wope_secret
                           IF Wope_secret = fope_secret
                               DISPLAY "Ajustement validé par "
                                   fope_nom
                           ELSE
                               DISPLAY "Code secret erroné."
                               MOVE 1 TO Wmode
                           END-IF
                       ELSE
                           DISPLAY Wope_valide " n'est pas"
                               " responsable, ajustement refusé."
                           MOVE 1 TO Wmode
                       END-IF
                   END-READ
                   CLOSE foperateurs
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHARGE_COMPTAGE.
           MOVE 0 TO Wfin_lot
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ fcomptage
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   IF cmpLigne NOT = SPACES
                       ADD 1 TO Wcpt_lignes
                       PERFORM CUMULE_COMPTAGE
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CUMULE_COMPTAGE.
           MOVE SPACES TO Wid_saisi
           MOVE SPACES TO Wnb_saisi
           UNSTRING cmpLigne DELIMITED BY "|"
               INTO Wid_saisi, Wnb_saisi
           END-UNSTRING
           COMPUTE Wdvd_lu = FUNCTION NUMVAL(Wid_saisi)
           COMPUTE Wnb_lu = FUNCTION NUMVAL(Wnb_saisi)
           MOVE 0 TO Wtrouve
           PERFORM VARYING Wi FROM 1 BY 1
               UNTIL Wi > Wnb_comptes OR Wtrouve = 1
               IF Wcmp_dvd(Wi) = Wdvd_lu
                   MOVE 1 TO Wtrouve
                   ADD Wnb_lu TO Wcmp_nb(Wi)
               END-IF
           END-PERFORM
           IF Wtrouve = 0
               IF Wnb_comptes < 5000
                   ADD 1 TO Wnb_comptes
                   MOVE Wdvd_lu TO Wcmp_dvd(Wnb_comptes)
                   MOVE Wnb_lu TO Wcmp_nb(Wnb_comptes)
                   MOVE 0 TO Wcmp_vu(Wnb_comptes)
               ELSE
                   DISPLAY "Table pleine, ligne ignorée : " cmpLigne
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_ENTETE.
           MOVE SPACES TO ecartLigne
           IF Wmode = 2
               STRING "INVENTAIRE - ECARTS ET AJUSTEMENTS (VALIDE PAR "
                   Wope_valide ")"
                   DELIMITED BY SIZE INTO ecartLigne
           ELSE
               MOVE "INVENTAIRE - ECARTS (RAPPORT SEUL)" TO ecartLigne
           END-IF
           WRITE ecartLigne
           MOVE SPACES TO ecartLigne
           WRITE ecartLigne
           MOVE SPACES TO ecartLigne
           MOVE "DVD" TO ecartLigne(1:3)
           MOVE "TITRE" TO ecartLigne(12:5)
           MOVE "ATTEN" TO ecartLigne(43:5)
           MOVE "COMPT" TO ecartLigne(49:5)
           MOVE "ECART" TO ecartLigne(56:5)
           WRITE ecartLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Chaque titre du catalogue, dans l'ordre des identifiants.
      ******************************************************************
       BALAYE_TITRES.
           MOVE 0 TO Wfin_lot
           MOVE 0 TO fdvd_id
           START fdvd KEY NOT LESS THAN fdvd_id
           INVALID KEY
               MOVE 1 TO Wfin_lot
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ fdvd NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   PERFORM RAPPROCHE_TITRE
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       RAPPROCHE_TITRE.
           MOVE 0 TO Wtrouve
           PERFORM VARYING Wi FROM 1 BY 1
               UNTIL Wi > Wnb_comptes OR Wtrouve = 1
               IF Wcmp_dvd(Wi) = fdvd_id
                   MOVE 1 TO Wtrouve
                   MOVE 1 TO Wcmp_vu(Wi)
                   MOVE Wcmp_nb(Wi) TO Wcompte
               END-IF
           END-PERFORM

           PERFORM COMPTE_PRETS_OUVERTS
           COMPUTE Wattendu = fdvd_possedes - Wcpt_ouverts
           IF Wattendu < 0
               MOVE 0 TO Wattendu
           END-IF

           MOVE fdvd_id TO Wlt_id
           MOVE fdvd_titre TO Wlt_titre
           MOVE Wattendu TO Wlt_attendu

           IF Wtrouve = 0
               ADD 1 TO Wcpt_non_comptes
               MOVE 0 TO Wlt_compte
               MOVE 0 TO Wlt_ecart
               MOVE "NON COMPTE" TO Wlt_note
               MOVE Wligne_titre TO ecartLigne
               WRITE ecartLigne
           ELSE
               ADD 1 TO Wcpt_titres
               COMPUTE Wecart = Wcompte - Wattendu
               MOVE 0 TO Wmanquants
               MOVE 0 TO Wexcedents
               IF Wecart < 0
                   COMPUTE Wmanquants = 0 - Wecart
               ELSE
                   MOVE Wecart TO Wexcedents
               END-IF
               ADD Wmanquants TO Wtot_manquants
               ADD Wexcedents TO Wtot_excedents
               PERFORM CUMULE_GENRE
               IF Wecart NOT = 0
                   ADD 1 TO Wcpt_en_ecart
                   MOVE SPACES TO Wlt_note
                   IF Wmode = 2
                       PERFORM AJUSTE_TITRE
                   END-IF
                   MOVE Wcompte TO Wlt_compte
                   MOVE Wecart TO Wlt_ecart
                   MOVE Wligne_titre TO ecartLigne
                   WRITE ecartLigne
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       COMPTE_PRETS_OUVERTS.
           MOVE 0 TO Wcpt_ouverts
           MOVE 0 TO Wfin_bal
           MOVE fdvd_id TO floc_dvd_id
           START flocation KEY = floc_dvd_id
           INVALID KEY
               MOVE 1 TO Wfin_bal
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_bal = 1
               READ flocation NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_bal
               NOT AT END
                   IF floc_dvd_id = fdvd_id
                       IF LOC-EN-COURS
                           ADD 1 TO Wcpt_ouverts
                       END-IF
                   ELSE
                       MOVE 1 TO Wfin_bal
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CUMULE_GENRE.
           MOVE 0 TO Wtrouve
           PERFORM VARYING Wg FROM 1 BY 1
               UNTIL Wg > Wnb_genres OR Wtrouve = 1
               IF Wgen_nom(Wg) = fdvd_genre
                   MOVE 1 TO Wtrouve
               END-IF
           END-PERFORM
           IF Wtrouve = 1
               SUBTRACT 1 FROM Wg
           ELSE
               IF Wnb_genres < 200
                   ADD 1 TO Wnb_genres
                   MOVE Wnb_genres TO Wg
                   MOVE fdvd_genre TO Wgen_nom(Wg)
                   MOVE 0 TO Wgen_attendu(Wg)
                   MOVE 0 TO Wgen_compte(Wg)
                   MOVE 0 TO Wgen_manquants(Wg)
                   MOVE 0 TO Wgen_excedents(Wg)
               ELSE
                   DISPLAY "Table des genres pleine : " fdvd_genre
                   MOVE 0 TO Wg
               END-IF
           END-IF
           IF Wg > 0
               ADD Wattendu TO Wgen_attendu(Wg)
               ADD Wcompte TO Wgen_compte(Wg)
               ADD Wmanquants TO Wgen_manquants(Wg)
               ADD Wexcedents TO Wgen_excedents(Wg)
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Manquants : autant d'exemplaires en rayon passent en perdu et
      * sortent du possédé et du louable. Excédents : les exemplaires
      * retrouvés sont enregistrés à la suite et remis en rayon.
      ******************************************************************
       AJUSTE_TITRE.
           MOVE 0 TO Wretires
           MOVE 0 TO Wnon_ajuste
           IF Wmanquants > 0
               MOVE Wmanquants TO Wa_retirer
               PERFORM RETIRE_EXEMPLAIRES
               COMPUTE Wnon_ajuste = Wmanquants - Wretires
               SUBTRACT Wretires FROM fdvd_possedes
               IF fdvd_louable < Wretires
                   MOVE 0 TO fdvd_louable
               ELSE
                   SUBTRACT Wretires FROM fdvd_louable
               END-IF
           END-IF
           IF Wexcedents > 0
               IF fdvd_possedes + Wexcedents > 99
                   COMPUTE Wnon_ajuste = fdvd_possedes + Wexcedents
                       - 99
                   COMPUTE Wexcedents = 99 - fdvd_possedes
               END-IF
               MOVE Wexcedents TO Wa_creer
               PERFORM CREE_EXEMPLAIRES
               ADD Wexcedents TO fdvd_possedes
               ADD Wexcedents TO fdvd_louable
           END-IF
           REWRITE dvdTampon
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_DVD
           IF fdvd_stat = 00
               ADD 1 TO Wcpt_ajustes
               PERFORM ENREGISTRER_TRANSACTION
               IF Wnon_ajuste > 0
                   MOVE Wnon_ajuste TO Wnb_aff
                   STRING "AJUSTE, " Wnb_aff " A VOIR"
                       DELIMITED BY SIZE INTO Wlt_note
               ELSE
                   MOVE "AJUSTE" TO Wlt_note
               END-IF
           ELSE
               MOVE "AJUSTEMENT IMPOSSIBLE" TO Wlt_note
               DISPLAY "Réécriture impossible, DVD " fdvd_id
                   ", code retour : " fdvd_stat
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       RETIRE_EXEMPLAIRES.
           MOVE 0 TO Wfin_bal
           MOVE fdvd_id TO fexe_dvd_id
           MOVE 0 TO fexe_num
           START fexemplaires KEY NOT LESS THAN fexe_cle
           INVALID KEY
               MOVE 1 TO Wfin_bal
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_bal = 1
               OR Wretires = Wa_retirer
               READ fexemplaires NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_bal
               NOT AT END
                   IF fexe_dvd_id NOT = fdvd_id
                       MOVE 1 TO Wfin_bal
                   ELSE
                       IF EXE-EN-RAYON
                           SET EXE-PERDU TO TRUE
                           SET EXE-RETIRE TO TRUE
                           REWRITE exeTampon
                           MOVE "R" TO Wrcp_action
                           PERFORM REPRISE_EXEMPLAIRE
                           IF fexe_stat = 00
                               ADD 1 TO Wretires
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CREE_EXEMPLAIRES.
           MOVE 0 TO Wexe_num_max
           MOVE 0 TO Wfin_bal
           MOVE fdvd_id TO fexe_dvd_id
           MOVE 0 TO fexe_num
           START fexemplaires KEY NOT LESS THAN fexe_cle
           INVALID KEY
               MOVE 1 TO Wfin_bal
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_bal = 1
               READ fexemplaires NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_bal
               NOT AT END
                   IF fexe_dvd_id = fdvd_id
                       MOVE fexe_num TO Wexe_num_max
                   ELSE
                       MOVE 1 TO Wfin_bal
                   END-IF
               END-READ
           END-PERFORM
           PERFORM WITH TEST BEFORE UNTIL Wa_creer = 0
               IF Wexe_num_max = 999
                   DISPLAY "Numérotation des exemplaires pleine, DVD "
                       fdvd_id
                   MOVE 0 TO Wa_creer
               ELSE
                   ADD 1 TO Wexe_num_max
                   MOVE fdvd_id TO fexe_dvd_id
                   MOVE Wexe_num_max TO fexe_num
                   ACCEPT fexe_date_achat FROM DATE YYYYMMDD
                   MOVE Wexe_valeur_defaut TO fexe_valeur
                   SET EXE-BON TO TRUE
                   SET EXE-EN-RAYON TO TRUE
                   WRITE exeTampon
                   INVALID KEY
                       DISPLAY "Exemplaire non enregistré, code"
                           " retour : " fexe_stat " - DVD " fdvd_id
                   NOT INVALID KEY
                       MOVE "W" TO Wrcp_action
                       PERFORM REPRISE_EXEMPLAIRE
                   END-WRITE
                   SUBTRACT 1 FROM Wa_creer
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ENREGISTRER_TRANSACTION.
           ACCEPT trx_date FROM DATE YYYYMMDD
           ACCEPT trx_heure FROM TIME
           MOVE "INVENT_AJU" TO trx_type
           MOVE fdvd_id TO trx_dvd_id
           MOVE 0 TO trx_clt_id
           MOVE Wope_valide TO trx_ope
           MOVE SPACES TO trx_ope_autorise
           WRITE trxLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Lignes de comptage qui ne correspondent à aucun titre.
      ******************************************************************
       EDITE_INCONNUS.
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb_comptes
               IF Wcmp_vu(Wi) = 0
                   ADD 1 TO Wcpt_inconnus
                   MOVE SPACES TO Wligne_titre
                   MOVE Wcmp_dvd(Wi) TO Wlt_id
                   MOVE "** DVD INCONNU **" TO Wlt_titre
                   MOVE 0 TO Wlt_attendu
                   MOVE Wcmp_nb(Wi) TO Wlt_compte
                   MOVE Wcmp_nb(Wi) TO Wlt_ecart
                   MOVE "A IDENTIFIER" TO Wlt_note
                   MOVE Wligne_titre TO ecartLigne
                   WRITE ecartLigne
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_GENRES.
           MOVE SPACES TO ecartLigne
           WRITE ecartLigne
           MOVE SPACES TO ecartLigne
           MOVE "GENRE" TO ecartLigne(1:5)
           MOVE "ATTENDU" TO ecartLigne(32:7)
           MOVE " COMPTE" TO ecartLigne(40:7)
           MOVE "MANQUANT" TO ecartLigne(47:8)
           MOVE "EXCEDENT" TO ecartLigne(55:8)
           WRITE ecartLigne
           PERFORM VARYING Wg FROM 1 BY 1 UNTIL Wg > Wnb_genres
               MOVE Wgen_nom(Wg) TO Wlg_genre
               MOVE Wgen_attendu(Wg) TO Wlg_attendu
               MOVE Wgen_compte(Wg) TO Wlg_compte
               MOVE Wgen_manquants(Wg) TO Wlg_manquants
               MOVE Wgen_excedents(Wg) TO Wlg_excedents
               MOVE Wligne_genre TO ecartLigne
               WRITE ecartLigne
           END-PERFORM.
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
           MOVE Wope_valide TO rcp_ope
           WRITE rcpLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetInventaire.
