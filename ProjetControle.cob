      *           le DVD ou le client n'existe plus, les sorties
      *           supérieures au nombre d'exemplaires possédés et les
      *           disponibilités en désaccord avec les prêts ouverts et
      *           les exemplaires mis de côté, et les titres dont le
      *           nombre d'exemplaires physiques non retirés de
      *           fexemplaires.dat diffère du nombre possédé (signalé
      *           seulement). En mode réparation, la disponibilité est
      *           recalée sur la valeur attendue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE RECORD KEY fres_dvd_id WITH DUPLICATES
           FILE STATUS IS fres_stat.

           SELECT fexemplaires ASSIGN TO "fexemplaires.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fexe_cle
           FILE STATUS IS fexe_stat.

           SELECT fanomalies ASSIGN TO "fanomalies.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fano_stat.

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

           FD fanomalies.
           01 anoLigne.
               02 ano_cle2 PIC 9(10).
               02 ano_detail PIC X(60).

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
           77 fclt_stat PIC 9(2).
           77 floc_stat PIC 9(2).
           77 fres_stat PIC 9(2).
           77 fano_stat PIC 9(2).
           77 fexe_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 Wrcp_action PIC X.

           77 Wmode_repare PIC 9.
           77 Wfin_lot PIC 9.
           77 Wcpt_ouverts PIC 9(3).
           77 Wcpt_gardes PIC 9(3).
           77 Wdispo_attendu PIC S9(3).
           77 Wcpt_exemplaires PIC 9(3).
           77 Wexe_present PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT fclients
           OPEN INPUT flocation
           OPEN INPUT freservations
           OPEN INPUT fexemplaires
           IF fexe_stat = 35
               MOVE 0 TO Wexe_present
           ELSE
               MOVE 1 TO Wexe_present
           END-IF
           OPEN OUTPUT fanomalies
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF

           MOVE 0 TO Wcpt_prets
           MOVE 0 TO Wcpt_resas
           CLOSE fclients
           CLOSE flocation
           CLOSE freservations
           IF Wexe_present = 1
               CLOSE fexemplaires
           END-IF
           CLOSE fanomalies
           CLOSE frecup
           GOBACK.
      ******************************************************************
      ******************************************************************
               IF Wmode_repare = 1
                   MOVE Wdispo_attendu TO fdvd_louable
                   REWRITE dvdTampon
                   MOVE "R" TO Wrcp_action
                   PERFORM REPRISE_DVD
                   IF fdvd_stat = 00
                       ADD 1 TO Wcpt_repares
                   ELSE
                           ", code retour : " fdvd_stat
                   END-IF
               END-IF
           END-IF
           IF Wexe_present = 1
               PERFORM COMPTE_EXEMPLAIRES_ACTIFS
               IF Wcpt_exemplaires NOT = fdvd_possedes
                   MOVE "EXE_ECART   " TO ano_type
                   MOVE fdvd_id TO ano_cle1
                   MOVE Wcpt_exemplaires TO ano_cle2
                   MOVE "Exemplaires physiques en écart avec le stock"
                       TO ano_detail
                   PERFORM ECRIT_ANOMALIE
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Exemplaires du titre encore au fonds : tout ce qui n'a pas été
      * retiré (casse, perte, réduction de stock).
      ******************************************************************
       COMPTE_EXEMPLAIRES_ACTIFS.
           MOVE 0 TO Wcpt_exemplaires
           MOVE 0 TO Wfin_bal
           MOVE Wdvd_controle TO fexe_dvd_id
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
                   IF fexe_dvd_id = Wdvd_controle
                       IF NOT EXE-RETIRE
                           ADD 1 TO Wcpt_exemplaires
                       END-IF
                   ELSE
                       MOVE 1 TO Wfin_bal
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECRIT_ANOMALIE.
           WRITE anoLigne
               " " ano_detail.
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
       ECRIT_REPRISE.
           ACCEPT rcp_date FROM DATE YYYYMMDD
           ACCEPT rcp_heure FROM TIME
           MOVE Wrcp_action TO rcp_action
           MOVE "LOT " TO rcp_ope
           WRITE rcpLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetControle.
