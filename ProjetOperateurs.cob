      *           ainsi de quel clavier vient chaque SUPPR_DVD ou
      *           suppression forcée de client. Les lignes du journal
      *           antérieures à l'estampillage portent un code à blanc
      *           et ressortent sous "(sans code)". Suivent les
      *           autorisations données par les responsables à un
      *           opérateur de guichet (ligne du journal portant le
      *           code du responsable en plus de celui de l'opérateur),
      *           détaillées et totalisées par responsable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

           FD foperateurs.
           01 opeTampon.
               02 fope_code PIC X(4).
               02 fope_nom PIC X(25).
               02 fope_role PIC X.
                   88 OPE-GUICHET VALUE "G".
                   88 OPE-RESPONSABLE VALUE "R".
               02 fope_secret PIC X(8).

           FD factivite.
           01 actLigne PIC X(80).

           77 Wope_courant PIC X(4).
           77 Wtotal_ope PIC 9(5).
           77 Wnb_autorisations PIC 9(3).

           01 Wtab_activite.
               02 Wact_ligne OCCURS 200.
               02 Wswap_type PIC X(10).
               02 Wswap_cpt PIC 9(5).

      * Autorisations du jour, dans l'ordre du journal.
           01 Wtab_autorisations.
               02 Waut_ligne OCCURS 500.
                   03 Waut_resp PIC X(4).
                   03 Waut_heure PIC X(6).
                   03 Waut_type PIC X(10).
                   03 Waut_ope PIC X(4).
                   03 Waut_dvd_id PIC 9(10).
                   03 Waut_clt_id PIC 9(10).

           01 Wswap_aut PIC X(44).

           01 Wligne_edit.
               02 FILLER PIC XXX VALUE SPACES.
               02 Wedit_libelle PIC X(40).

           MOVE 0 TO Wcpt_mouvements
           MOVE 0 TO Wnb_lignes
           MOVE 0 TO Wnb_autorisations

           MOVE 0 TO Wfin_lot
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               NOT AT END
                   IF trx_date = Wdate_rapport
                       PERFORM CUMULE_ACTIVITE
                       IF trx_ope_autorise NOT = SPACES
                           PERFORM RETIENT_AUTORISATION
                       END-IF
                   END-IF
               END-READ
           END-PERFORM

           PERFORM TRIE_PAR_OPERATEUR
           PERFORM EDITE_ACTIVITE
           PERFORM TRIE_PAR_RESPONSABLE
           PERFORM EDITE_AUTORISATIONS

           DISPLAY "Mouvements du " Wdate_rapport " : "
               Wcpt_mouvements
           DISPLAY "Autorisations de responsable : "
               Wnb_autorisations
           DISPLAY "Rapport écrit dans factivite.dat"

           CLOSE ftransactions
           WRITE actLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       RETIENT_AUTORISATION.
           IF Wnb_autorisations < 500
               ADD 1 TO Wnb_autorisations
               MOVE trx_ope_autorise TO Waut_resp(Wnb_autorisations)
               MOVE trx_heure TO Waut_heure(Wnb_autorisations)
               MOVE trx_type TO Waut_type(Wnb_autorisations)
               MOVE trx_ope TO Waut_ope(Wnb_autorisations)
               MOVE trx_dvd_id TO Waut_dvd_id(Wnb_autorisations)
               MOVE trx_clt_id TO Waut_clt_id(Wnb_autorisations)
           ELSE
               DISPLAY "Table pleine, autorisation ignorée : "
                   trx_ope_autorise " / " trx_type
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Le tri à bulles ne croise jamais deux lignes d'un même
      * responsable : elles restent dans l'ordre horaire du journal.
      ******************************************************************
       TRIE_PAR_RESPONSABLE.
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi >= Wnb_autorisations
               PERFORM VARYING Wj FROM 1 BY 1
                   UNTIL Wj > Wnb_autorisations - Wi
                   IF Waut_resp(Wj) > Waut_resp(Wj + 1)
                       MOVE Waut_ligne(Wj) TO Wswap_aut
                       MOVE Waut_ligne(Wj + 1) TO Waut_ligne(Wj)
                       MOVE Wswap_aut TO Waut_ligne(Wj + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_AUTORISATIONS.
           MOVE SPACES TO actLigne
           WRITE actLigne
           MOVE SPACES TO actLigne
           STRING "AUTORISATIONS PAR RESPONSABLE DU " Wdate_rapport
               DELIMITED BY SIZE INTO actLigne
           WRITE actLigne
           MOVE ALL "-" TO actLigne
           WRITE actLigne
           IF Wnb_autorisations = 0
               MOVE "   Aucune autorisation." TO actLigne
               WRITE actLigne
           END-IF

           MOVE LOW-VALUES TO Wope_courant
           MOVE 0 TO Wtotal_ope
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb_autorisations
               IF Waut_resp(Wi) NOT = Wope_courant
                   IF Wope_courant NOT = LOW-VALUES
                       PERFORM EDITE_TOTAL_RESPONSABLE
                   END-IF
                   MOVE Waut_resp(Wi) TO Wope_courant
                   MOVE 0 TO Wtotal_ope
                   PERFORM EDITE_ENTETE_RESPONSABLE
               END-IF
               MOVE SPACES TO actLigne
               STRING "   " Waut_heure(Wi) " " Waut_type(Wi) " pour "
                   Waut_ope(Wi) " DVD " Waut_dvd_id(Wi) " client "
                   Waut_clt_id(Wi)
                   DELIMITED BY SIZE INTO actLigne
               WRITE actLigne
               ADD 1 TO Wtotal_ope
           END-PERFORM
           IF Wope_courant NOT = LOW-VALUES
               PERFORM EDITE_TOTAL_RESPONSABLE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_ENTETE_RESPONSABLE.
           MOVE Wope_courant TO fope_code
           READ foperateurs
           INVALID KEY
               MOVE "(nom inconnu)" TO fope_nom
           END-READ
           MOVE SPACES TO actLigne
           STRING "RESPONSABLE " Wope_courant " - " fope_nom
               DELIMITED BY SIZE INTO actLigne
           WRITE actLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_TOTAL_RESPONSABLE.
           MOVE "TOTAL AUTORISATIONS" TO Wedit_libelle
           MOVE Wtotal_ope TO Wedit_valeur
           MOVE Wligne_edit TO actLigne
           WRITE actLigne
           MOVE ALL "=" TO actLigne
           WRITE actLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetOperateurs.
