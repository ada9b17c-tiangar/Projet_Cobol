      *           type, locations par genre (jointure sur fdvd.dat),
      *           répartition horaire des mouvements, recette
      *           théorique des locations du jour et encaissements
      *           réels par mode depuis fpaiements.dat. La partie
      *           fidélité, tirée de fpoints.dat, donne les points
      *           gagnés, les locations offertes (points utilisés et
      *           valeur cédée) et les points repris dans la journée.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpai_stat.

           SELECT fpoints ASSIGN TO "fpoints.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpts_stat.

           SELECT frapport ASSIGN TO "frapport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frap_stat.
               02 trx_dvd_id PIC 9(10).
               02 trx_clt_id PIC 9(10).
               02 trx_ope PIC X(4).
               02 trx_ope_autorise PIC X(4).

           FD fdvd.
           01 dvdTampon.
               02 pai_mode PIC X.
                   88 PAI-ESPECES VALUE "E".
                   88 PAI-CARTE VALUE "C".
               02 pai_piece PIC 9(10).

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

           FD frapport.
           01 rapLigne PIC X(80).
           77 fdvd_stat PIC 9(2).
           77 fpai_stat PIC 9(2).
           77 frap_stat PIC 9(2).
           77 fpts_stat PIC 9(2).

           77 Wdate_rapport PIC 9(8).
           77 Wdate_ok PIC 9.
           77 Wtot_especes PIC 9(7)V99.
           77 Wtot_carte PIC 9(7)V99.

           77 Wpts_gagnes PIC 9(7).
           77 Wpts_utilises PIC 9(7).
           77 Wpts_annules PIC 9(7).
           77 Wcpt_gratuites PIC 9(5).
           77 Wval_gratuites PIC 9(7)V99.

           77 Widx PIC 9(2).
           77 Wtrouve PIC 9.
           77 Wheure PIC 9(2).
           77 Wheure_max PIC 9(2).

           01 Wtab_types.
               02 Wtype_ligne OCCURS 40.
                   03 Wtype_nom PIC X(10).
                   03 Wtype_cpt PIC 9(5).
           77 Wnb_types PIC 9(2).

           PERFORM CUMULE_ENCAISSEMENTS

           PERFORM CUMULE_FIDELITE

           PERFORM EDITE_RAPPORT

           DISPLAY "Mouvements du " Wdate_rapport " : "
               END-IF
           END-PERFORM
           IF Wtrouve = 0
               IF Wnb_types < 40
                   ADD 1 TO Wnb_types
                   MOVE trx_type TO Wtype_nom(Wnb_types)
                   MOVE 1 TO Wtype_cpt(Wnb_types)
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Les locations offertes passent au journal comme les autres
      * et comptent donc dans la recette théorique : la valeur cédée
      * est portée à part pour faire la différence.
      ******************************************************************
       CUMULE_FIDELITE.
           MOVE 0 TO Wpts_gagnes
           MOVE 0 TO Wpts_utilises
           MOVE 0 TO Wpts_annules
           MOVE 0 TO Wcpt_gratuites
           MOVE 0 TO Wval_gratuites
           OPEN INPUT fpoints
           IF fpts_stat = 35
               DISPLAY "Pas de journal des points de fidélité."
           ELSE
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ fpoints
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       IF pts_date = Wdate_rapport
                           IF PTS-GAGNES
                               ADD pts_nombre TO Wpts_gagnes
                           END-IF
                           IF PTS-UTILISES
                               ADD 1 TO Wcpt_gratuites
                               ADD pts_nombre TO Wpts_utilises
                               ADD pts_valeur TO Wval_gratuites
                           END-IF
                           IF PTS-ANNULES
                               ADD pts_nombre TO Wpts_annules
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE fpoints
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_RAPPORT.
           MOVE SPACES TO rapLigne
           STRING "   CARTE   : " Wcpt_carte " paiement(s), "
               Wmontant_aff " EUR"
               DELIMITED BY SIZE INTO rapLigne
           WRITE rapLigne

           MOVE "FIDELITE" TO rapLigne
           WRITE rapLigne
           MOVE SPACES TO rapLigne
           STRING "   POINTS GAGNES  : " Wpts_gagnes
               DELIMITED BY SIZE INTO rapLigne
           WRITE rapLigne
           MOVE Wval_gratuites TO Wmontant_aff
           MOVE SPACES TO rapLigne
           STRING "   OFFERTES       : " Wcpt_gratuites
               " location(s), " Wpts_utilises " points, "
               Wmontant_aff " EUR"
               DELIMITED BY SIZE INTO rapLigne
           WRITE rapLigne
           MOVE SPACES TO rapLigne
           STRING "   POINTS REPRIS  : " Wpts_annules
               DELIMITED BY SIZE INTO rapLigne
           WRITE rapLigne.
      ******************************************************************
      ******************************************************************
