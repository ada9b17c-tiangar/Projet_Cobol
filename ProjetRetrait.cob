      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Batch du soir des retraits de réservations. Relit
      *           freservations.dat : un exemplaire mis de côté depuis
      *           plus longtemps que le délai de retrait saisi (jours
      *           comptés depuis la mise de côté) fait expirer la
      *           réservation ; l'exemplaire passe au client suivant en
      *           attente sur le DVD ou retourne en rayon (fdvd_louable
      *           et fexemplaires.dat). Chaque réservation nouvellement
      *           mise de côté reçoit un avis "votre DVD est arrivé"
      *           dans fnotices_dispo.dat et l'adresse mail du client
      *           part dans fmails_dispo.dat pour l'outil d'envoi.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjetRetrait.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT freservations ASSIGN TO "freservations.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fres_id
           ALTERNATE RECORD KEY fres_dvd_id WITH DUPLICATES
           FILE STATUS IS fres_stat.

           SELECT fdvd ASSIGN TO "fdvd.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fdvd_id
           ALTERNATE RECORD KEY fdvd_titre WITH DUPLICATES
           ALTERNATE RECORD KEY fdvd_genre WITH DUPLICATES
           FILE STATUS IS fdvd_stat.

           SELECT fclients ASSIGN TO "fclients.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fclt_id
           FILE STATUS IS fclt_stat.

           SELECT fexemplaires ASSIGN TO "fexemplaires.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fexe_cle
           FILE STATUS IS fexe_stat.

           SELECT ftransactions ASSIGN TO "ftransactions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ftrx_stat.

           SELECT fnotices ASSIGN TO "fnotices_dispo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fnot_stat.

           SELECT fmails ASSIGN TO "fmails_dispo.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fmail_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

       DATA DIVISION.
       FILE SECTION.
           FD freservations.
           01 resTampon.
               02 fres_id PIC 9(10).
               02 fres_dvd_id PIC 9(10).
               02 fres_clt_id PIC 9(10).
               02 fres_date PIC 9(8).
               02 fres_heure PIC X(6).
               02 fres_statut PIC X.
                   88 RES-EN-ATTENTE VALUE "1".
                   88 RES-DISPONIBLE VALUE "2".
                   88 RES-SOLDEE VALUE "0".
                   88 RES-ANNULEE VALUE "9".
                   88 RES-EXPIREE VALUE "8".
               02 fres_date_dispo PIC 9(8).
               02 fres_avis PIC X.
                   88 RES-AVIS-A-FAIRE VALUE "0".
                   88 RES-AVIS-FAIT VALUE "1".

           FD fdvd.
           01 dvdTampon.
               02 fdvd_id PIC 9(10).
               02 fdvd_titre PIC X(40).
               02 fdvd_real PIC X(40).
               02 fdvd_genre PIC X(40).
               02 fdvd_possedes PIC 9(2).
               02 fdvd_louable PIC 9(2).
               02 fdvd_prix PIC 9.

           FD fclients.
           01 cltTampon.
               02 fclt_id PIC 9(10).
               02 fclt_nom PIC X(25).
               02 fclt_prenom PIC X(25).
               02 fclt_mail PIC X(50).

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
               02 trx_heure PIC X(6).
               02 trx_type PIC X(10).
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

           FD fnotices.
           01 notLigne PIC X(100).

           FD fmails.
           01 mailLigne PIC X(50).

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
           77 fres_stat PIC 9(2).
           77 fdvd_stat PIC 9(2).
           77 fclt_stat PIC 9(2).
           77 fexe_stat PIC 9(2).
           77 ftrx_stat PIC 9(2).
           77 fnot_stat PIC 9(2).
           77 fmail_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 Wrcp_action PIC X.

           77 Wdelai PIC 9(3).
           77 Wdate_jour PIC 9(8).
           77 Wjour_jour PIC 9(9).
           77 Wjour_dispo PIC 9(9).
           77 Wdate_limite PIC 9(8).
           77 Wfin_lot PIC 9.
           77 Wfin_rech PIC 9.
           77 Wres_trouvee PIC 9.
           77 Wexe_present PIC 9.
           77 Wexe_trouve PIC 9.

           77 Wcpt_datees PIC 9(5).
           77 Wcpt_expirees PIC 9(5).
           77 Wcpt_reattribuees PIC 9(5).
           77 Wcpt_rayon PIC 9(5).
           77 Wcpt_avis PIC 9(5).
           77 Wcpt_sans_mail PIC 9(5).

           77 Wtrx_type PIC X(10).
           77 Wtrx_dvd_id PIC 9(10).
           77 Wtrx_clt_id PIC 9(10).

           77 Wi PIC 9(4).
           77 Wnb_expirees PIC 9(4).

      * Les DVD libérés par expiration sont notés pendant le balayage
      * de freservations et traités ensuite : chercher le client
      * suivant repositionne le fichier sur la clé du DVD.
           01 Wtab_expirees.
               02 Wexp_dvd PIC 9(10) OCCURS 1000.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Délai de retrait en jours (0 = 7) : "
           ACCEPT Wdelai
           IF Wdelai = 0
               MOVE 7 TO Wdelai
           END-IF

           OPEN I-O freservations
           IF fres_stat = 35
               DISPLAY "Pas de fichier de réservations, rien à faire."
               GOBACK
           END-IF
           OPEN I-O fdvd
           OPEN INPUT fclients
           OPEN I-O fexemplaires
           IF fexe_stat = 35
               MOVE 0 TO Wexe_present
           ELSE
               MOVE 1 TO Wexe_present
           END-IF
           OPEN EXTEND ftransactions
           IF ftrx_stat = 35 THEN
           OPEN OUTPUT ftransactions
           END-IF
           OPEN OUTPUT fnotices
           OPEN OUTPUT fmails
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF

           ACCEPT Wdate_jour FROM DATE YYYYMMDD
           COMPUTE Wjour_jour = FUNCTION INTEGER-OF-DATE (Wdate_jour)

           MOVE 0 TO Wcpt_datees
           MOVE 0 TO Wcpt_expirees
           MOVE 0 TO Wcpt_reattribuees
           MOVE 0 TO Wcpt_rayon
           MOVE 0 TO Wcpt_avis
           MOVE 0 TO Wcpt_sans_mail
           MOVE 0 TO Wnb_expirees

           PERFORM EXPIRE_RESERVATIONS
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb_expirees
               PERFORM LIBERE_EXEMPLAIRE
           END-PERFORM
           PERFORM EDITE_AVIS

           DISPLAY "Délai de retrait appliqué   : " Wdelai " jour(s)"
           DISPLAY "Mises de côté sans date      : " Wcpt_datees
           DISPLAY "Réservations expirées        : " Wcpt_expirees
           DISPLAY "Exemplaires au client suivant: " Wcpt_reattribuees
           DISPLAY "Exemplaires remis en rayon   : " Wcpt_rayon
           DISPLAY "Avis de mise à disposition   : " Wcpt_avis
           DISPLAY "Avis sans adresse mail       : " Wcpt_sans_mail

           CLOSE freservations
           CLOSE fdvd
           CLOSE fclients
           IF Wexe_present = 1
               CLOSE fexemplaires
           END-IF
           CLOSE ftransactions
           CLOSE fnotices
           CLOSE fmails
           CLOSE frecup
           GOBACK.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Premier passage : une mise de côté plus vieille que le délai
      * expire. Une mise de côté antérieure à la datation (date à zéro)
      * prend la date du jour : le délai part de ce soir.
      ******************************************************************
       EXPIRE_RESERVATIONS.
           MOVE 0 TO Wfin_lot
           MOVE 0 TO fres_id
           START freservations KEY NOT LESS THAN fres_id
           INVALID KEY
               MOVE 1 TO Wfin_lot
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ freservations NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   IF RES-DISPONIBLE
                       PERFORM EXAMINE_MISE_DE_COTE
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EXAMINE_MISE_DE_COTE.
           IF fres_date_dispo = 0
               MOVE Wdate_jour TO fres_date_dispo
               SET RES-AVIS-A-FAIRE TO TRUE
               REWRITE resTampon
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_RESA
               IF fres_stat = 00
                   ADD 1 TO Wcpt_datees
               ELSE
                   DISPLAY "Datation impossible, réservation " fres_id
                       ", code retour : " fres_stat
               END-IF
           ELSE
               COMPUTE Wjour_dispo = FUNCTION INTEGER-OF-DATE
                   (fres_date_dispo)
               IF Wjour_jour > Wjour_dispo + Wdelai
                   PERFORM EXPIRE_RESERVATION
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EXPIRE_RESERVATION.
           SET RES-EXPIREE TO TRUE
           REWRITE resTampon
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_RESA
           IF fres_stat NOT = 00
               DISPLAY "Expiration impossible, réservation " fres_id
                   ", code retour : " fres_stat
           ELSE
               ADD 1 TO Wcpt_expirees
               DISPLAY "Réservation " fres_id " expirée, mise de"
                   " côté le " fres_date_dispo
               MOVE "RESA_EXPIR" TO Wtrx_type
               MOVE fres_dvd_id TO Wtrx_dvd_id
               MOVE fres_clt_id TO Wtrx_clt_id
               PERFORM ENREGISTRER_TRANSACTION
               IF Wnb_expirees < 1000
                   ADD 1 TO Wnb_expirees
                   MOVE fres_dvd_id TO Wexp_dvd(Wnb_expirees)
               ELSE
                   DISPLAY "Table pleine, exemplaire non libéré :"
                       " DVD " fres_dvd_id " (voir ProjetControle)"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * L'exemplaire libéré reste derrière le comptoir s'il est réclamé
      * par un autre client en attente (mise de côté datée du jour,
      * avis à faire), sinon il retourne en rayon.
      ******************************************************************
       LIBERE_EXEMPLAIRE.
           MOVE Wexp_dvd(Wi) TO fdvd_id
           READ fdvd
           INVALID KEY
               DISPLAY "DVD pas trouvé, code retour : " fdvd_stat
                   " - DVD " Wexp_dvd(Wi)
           NOT INVALID KEY
               PERFORM CHERCHE_RESA_ATTENTE
               IF Wres_trouvee = 1
                   SET RES-DISPONIBLE TO TRUE
                   MOVE Wdate_jour TO fres_date_dispo
                   SET RES-AVIS-A-FAIRE TO TRUE
                   REWRITE resTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_RESA
                   IF fres_stat = 00
                       ADD 1 TO Wcpt_reattribuees
                   ELSE
                       DISPLAY "Mise de côté impossible, réservation"
                           " " fres_id ", code retour : " fres_stat
                   END-IF
               ELSE
                   IF fdvd_louable < fdvd_possedes
                       ADD 1 TO fdvd_louable
                   END-IF
                   REWRITE dvdTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_DVD
                   IF fdvd_stat = 00
                       ADD 1 TO Wcpt_rayon
                       PERFORM RANGE_EXEMPLAIRE
                   ELSE
                       DISPLAY "Remise en rayon impossible, DVD "
                           fdvd_id ", code retour : " fdvd_stat
                   END-IF
               END-IF
           END-READ.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHERCHE_RESA_ATTENTE.
           MOVE 0 TO Wres_trouvee
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
                           MOVE 1 TO Wres_trouvee
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
      * Un exemplaire mis de côté du titre repasse en rayon ; un titre
      * sans exemplaires enregistrés n'a que son compteur.
      ******************************************************************
       RANGE_EXEMPLAIRE.
           IF Wexe_present = 1
               MOVE 0 TO Wexe_trouve
               MOVE 0 TO Wfin_rech
               MOVE fdvd_id TO fexe_dvd_id
               MOVE 0 TO fexe_num
               START fexemplaires KEY NOT LESS THAN fexe_cle
               INVALID KEY
                   MOVE 1 TO Wfin_rech
               END-START
               PERFORM WITH TEST BEFORE UNTIL Wfin_rech = 1
                   READ fexemplaires NEXT RECORD
                   AT END
                       MOVE 1 TO Wfin_rech
                   NOT AT END
                       IF fexe_dvd_id = fdvd_id
                           IF EXE-DE-COTE
                               MOVE 1 TO Wexe_trouve
                               MOVE 1 TO Wfin_rech
                           END-IF
                       ELSE
                           MOVE 1 TO Wfin_rech
                       END-IF
                   END-READ
               END-PERFORM
               IF Wexe_trouve = 1
                   SET EXE-EN-RAYON TO TRUE
                   REWRITE exeTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_EXEMPLAIRE
                   IF fexe_stat NOT = 00
                       DISPLAY "Exemplaire non rangé, code retour : "
                           fexe_stat " - DVD " fdvd_id
                   END-IF
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Dernier passage : toute mise de côté pas encore annoncée donne
      * un avis au client avec la date limite de retrait.
      ******************************************************************
       EDITE_AVIS.
           MOVE 0 TO Wfin_lot
           MOVE 0 TO fres_id
           START freservations KEY NOT LESS THAN fres_id
           INVALID KEY
               MOVE 1 TO Wfin_lot
           END-START
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ freservations NEXT RECORD
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   IF RES-DISPONIBLE AND RES-AVIS-A-FAIRE
                       PERFORM EDITE_AVIS_RESERVATION
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_AVIS_RESERVATION.
           COMPUTE Wjour_dispo = FUNCTION INTEGER-OF-DATE
               (fres_date_dispo)
           COMPUTE Wdate_limite = FUNCTION DATE-OF-INTEGER
               (Wjour_dispo + Wdelai)
           MOVE SPACES TO notLigne
           STRING "AVIS DE MISE A DISPOSITION DU " Wdate_jour
               DELIMITED BY SIZE INTO notLigne
           WRITE notLigne
           MOVE fres_clt_id TO fclt_id
           READ fclients
           INVALID KEY
               MOVE SPACES TO notLigne
               STRING "Client " fres_clt_id " inconnu du fichier"
                   DELIMITED BY SIZE INTO notLigne
               WRITE notLigne END-WRITE
           NOT INVALID KEY
               MOVE SPACES TO notLigne
               STRING "Client : " fclt_nom " " fclt_prenom
                   DELIMITED BY SIZE INTO notLigne
               WRITE notLigne
               MOVE SPACES TO notLigne
               STRING "Mail   : " fclt_mail
                   DELIMITED BY SIZE INTO notLigne
               WRITE notLigne
               IF fclt_mail NOT = SPACES
                   MOVE fclt_mail TO mailLigne
                   WRITE mailLigne
               ELSE
                   ADD 1 TO Wcpt_sans_mail
               END-IF
           END-READ
           MOVE fres_dvd_id TO fdvd_id
           READ fdvd
           INVALID KEY
               MOVE "(titre inconnu)" TO fdvd_titre
           END-READ
           MOVE SPACES TO notLigne
           STRING "Votre DVD est arrivé : " fdvd_titre
               DELIMITED BY SIZE INTO notLigne
           WRITE notLigne
           MOVE SPACES TO notLigne
           STRING "Réservation " fres_id " à retirer au comptoir"
               " au plus tard le " Wdate_limite
               DELIMITED BY SIZE INTO notLigne
           WRITE notLigne
           MOVE ALL "=" TO notLigne
           WRITE notLigne
           SET RES-AVIS-FAIT TO TRUE
           REWRITE resTampon
           MOVE "R" TO Wrcp_action
           PERFORM REPRISE_RESA
           IF fres_stat = 00
               ADD 1 TO Wcpt_avis
           ELSE
               DISPLAY "Avis non marqué, réservation " fres_id
                   ", code retour : " fres_stat
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ENREGISTRER_TRANSACTION.
           ACCEPT trx_date FROM DATE YYYYMMDD
           ACCEPT trx_heure FROM TIME
           MOVE Wtrx_type TO trx_type
           MOVE Wtrx_dvd_id TO trx_dvd_id
           MOVE Wtrx_clt_id TO trx_clt_id
           MOVE "LOT " TO trx_ope
           MOVE SPACES TO trx_ope_autorise
           WRITE trxLigne.
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
       REPRISE_RESA.
           IF fres_stat = 00
               MOVE 5 TO rcp_fic
               MOVE resTampon TO rcp_image
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
       END PROGRAM ProjetRetrait.
