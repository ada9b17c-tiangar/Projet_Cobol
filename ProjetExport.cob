      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Export mensuel des pièces pour le comptable. Relit
      *           fpieces.dat (factures F et reçus R numérotés par
      *           ProjetNumero) et recopie dans fexport.dat, une ligne
      *           par pièce séparée par des "|", toutes celles datées
      *           du mois demandé (AAAAMM). Le contrôle fexport_
      *           controle.dat donne les totaux HT / TVA / TTC des
      *           factures par taux de TVA, les encaissements par mode
      *           de paiement, et signale dans chaque série tout trou
      *           ou doublon de numérotation : le premier numéro du
      *           mois doit suivre le dernier des mois précédents, puis
      *           chaque numéro le précédent. Code retour 8 si la
      *           numérotation n'est pas continue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjetExport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fpieces ASSIGN TO "fpieces.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fpie_stat.

           SELECT fexport ASSIGN TO "fexport.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fexp_stat.

           SELECT fcontrole ASSIGN TO "fexport_controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fctl_stat.

       DATA DIVISION.
       FILE SECTION.
           FD fpieces.
           01 pieLigne.
               02 pie_num PIC 9(10).
               02 pie_type PIC X.
                   88 PIE-FACTURE VALUE "F".
                   88 PIE-RECU VALUE "R".
               02 pie_nature PIC X(10).
               02 pie_date PIC X(8).
               02 pie_date_r REDEFINES pie_date.
                   03 pie_mois PIC 9(6).
                   03 pie_jour PIC 9(2).
               02 pie_heure PIC X(6).
               02 pie_clt_id PIC 9(10).
               02 pie_ref PIC 9(10).
               02 pie_taux PIC 9(2)V99.
               02 pie_ht PIC 9(7)V99.
               02 pie_tva PIC 9(7)V99.
               02 pie_ttc PIC 9(7)V99.
               02 pie_mode PIC X.
               02 pie_ope PIC X(4).

           FD fexport.
           01 expLigne PIC X(120).

           FD fcontrole.
           01 ctlLigne PIC X(80).

       WORKING-STORAGE SECTION.
           77 fpie_stat PIC 9(2).
           77 fexp_stat PIC 9(2).
           77 fctl_stat PIC 9(2).

           77 Wmois PIC 9(6).
           77 Wdate_mois PIC 9(8).
           77 Wdate_ok PIC 9.
           77 Wfin_lot PIC 9.

           77 Wi PIC 9(4).
           77 Wk PIC 9(4).
           77 Wnb_pieces PIC 9(4).
           77 Wnb_taux PIC 9(2).
           77 Wtrouve PIC 9.
           77 Wpermute PIC 9.
           77 Wcle_echange PIC X(11).

           77 Wmax_avant_f PIC 9(10).
           77 Wmax_avant_r PIC 9(10).
           77 Wattendu PIC 9(10).
           77 Wserie PIC X.

           77 Wcpt_lues PIC 9(7).
           77 Wcpt_exportees PIC 9(5).
           77 Wcpt_anomalies PIC 9(5).
           77 Wtot_especes PIC 9(9)V99.
           77 Wtot_carte PIC 9(9)V99.
           77 Wtot_autre PIC 9(9)V99.

           77 Wtaux_aff PIC Z9.99.
           77 Wmnt_aff PIC ZZZZZZZZ9.99.
           77 Wht_aff PIC ZZZZZZZZ9.99.
           77 Wtva_aff PIC ZZZZZZZZ9.99.
           77 Wttc_aff PIC ZZZZZZZZ9.99.
           77 Wnum_aff PIC Z(9)9.
           77 Wnum_fin_aff PIC Z(9)9.

      * Montants au format du fichier d'import : point décimal.
           77 Wexp_taux PIC 99.99.
           77 Wexp_ht PIC 9(7).99.
           77 Wexp_tva PIC 9(7).99.
           77 Wexp_ttc PIC 9(7).99.

      * Numéros du mois, série puis numéro, triés avant contrôle.
           01 Wtab_pieces.
               02 Wpie_ligne OCCURS 5000.
                   03 Wtp_serie PIC X.
                   03 Wtp_num PIC 9(10).

      * Factures du mois cumulées par taux de TVA.
           01 Wtab_taux.
               02 Wtaux_ligne OCCURS 10.
                   03 Wtt_taux PIC 9(2)V99.
                   03 Wtt_ht PIC 9(9)V99.
                   03 Wtt_tva PIC 9(9)V99.
                   03 Wtt_ttc PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Mois à exporter (AAAAMM) : "
           ACCEPT Wmois
           COMPUTE Wdate_mois = Wmois * 100 + 1
           CALL "ProjetDates" USING Wdate_mois, Wdate_ok
           IF Wdate_ok NOT = 0
               DISPLAY "Mois invalide, arrêt."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO Wnb_pieces
           MOVE 0 TO Wnb_taux
           MOVE 0 TO Wmax_avant_f
           MOVE 0 TO Wmax_avant_r
           MOVE 0 TO Wcpt_lues
           MOVE 0 TO Wcpt_exportees
           MOVE 0 TO Wcpt_anomalies
           MOVE 0 TO Wtot_especes
           MOVE 0 TO Wtot_carte
           MOVE 0 TO Wtot_autre

           OPEN INPUT fpieces
           IF fpie_stat = 35
               DISPLAY "Aucune pièce émise, rien à exporter."
               GOBACK
           END-IF
           OPEN OUTPUT fexport
           OPEN OUTPUT fcontrole

           PERFORM LIT_PIECES
           CLOSE fpieces
           CLOSE fexport

           PERFORM TRIE_PIECES
           PERFORM EDITE_TOTAUX
           PERFORM CONTROLE_NUMEROS

           DISPLAY "Pièces lues              : " Wcpt_lues
           DISPLAY "Pièces exportées du mois : " Wcpt_exportees
           DISPLAY "Anomalies de numérotation : " Wcpt_anomalies
           DISPLAY "Export écrit dans fexport.dat, contrôle dans"
               " fexport_controle.dat"
           IF Wcpt_anomalies > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE fcontrole
           GOBACK.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Les pièces antérieures au mois ne servent qu'à connaître le
      * dernier numéro de chaque série ; les postérieures (export
      * d'un mois passé) sont ignorées.
      ******************************************************************
       LIT_PIECES.
           MOVE 0 TO Wfin_lot
           PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
               READ fpieces
               AT END
                   MOVE 1 TO Wfin_lot
               NOT AT END
                   ADD 1 TO Wcpt_lues
                   IF pie_mois < Wmois
                       IF PIE-FACTURE AND pie_num > Wmax_avant_f
                           MOVE pie_num TO Wmax_avant_f
                       END-IF
                       IF PIE-RECU AND pie_num > Wmax_avant_r
                           MOVE pie_num TO Wmax_avant_r
                       END-IF
                   END-IF
                   IF pie_mois = Wmois
                       PERFORM EXPORTE_PIECE
                   END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EXPORTE_PIECE.
           MOVE pie_taux TO Wexp_taux
           MOVE pie_ht TO Wexp_ht
           MOVE pie_tva TO Wexp_tva
           MOVE pie_ttc TO Wexp_ttc
           MOVE SPACES TO expLigne
           STRING pie_num "|" pie_type "|" pie_date "|" pie_clt_id
               "|" pie_nature "|" pie_ref "|" Wexp_taux "|" Wexp_ht
               "|" Wexp_tva "|" Wexp_ttc "|" pie_mode
               DELIMITED BY SIZE INTO expLigne
           WRITE expLigne
           ADD 1 TO Wcpt_exportees

           IF Wnb_pieces < 5000
               ADD 1 TO Wnb_pieces
               MOVE pie_type TO Wtp_serie(Wnb_pieces)
               MOVE pie_num TO Wtp_num(Wnb_pieces)
           ELSE
               DISPLAY "Table pleine, numéro non contrôlé : "
                   pie_type pie_num
               ADD 1 TO Wcpt_anomalies
           END-IF

           IF PIE-FACTURE
               PERFORM CUMULE_TAUX
           ELSE
               EVALUATE pie_mode
               WHEN "E"
                   ADD pie_ttc TO Wtot_especes
               WHEN "C"
                   ADD pie_ttc TO Wtot_carte
               WHEN OTHER
                   ADD pie_ttc TO Wtot_autre
               END-EVALUATE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CUMULE_TAUX.
           MOVE 0 TO Wtrouve
           PERFORM VARYING Wi FROM 1 BY 1
               UNTIL Wi > Wnb_taux OR Wtrouve = 1
               IF Wtt_taux(Wi) = pie_taux
                   MOVE 1 TO Wtrouve
                   ADD pie_ht TO Wtt_ht(Wi)
                   ADD pie_tva TO Wtt_tva(Wi)
                   ADD pie_ttc TO Wtt_ttc(Wi)
               END-IF
           END-PERFORM
           IF Wtrouve = 0
               IF Wnb_taux < 10
                   ADD 1 TO Wnb_taux
                   MOVE pie_taux TO Wtt_taux(Wnb_taux)
                   MOVE pie_ht TO Wtt_ht(Wnb_taux)
                   MOVE pie_tva TO Wtt_tva(Wnb_taux)
                   MOVE pie_ttc TO Wtt_ttc(Wnb_taux)
               ELSE
                   DISPLAY "Trop de taux de TVA, facture hors"
                       " totaux : " pie_num
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Tri à bulles sur série puis numéro : les doublons se retrouvent
      * côte à côte et les trous entre deux voisins.
      ******************************************************************
       TRIE_PIECES.
           MOVE 1 TO Wpermute
           PERFORM WITH TEST BEFORE UNTIL Wpermute = 0
               MOVE 0 TO Wpermute
               PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi >= Wnb_pieces
                   COMPUTE Wk = Wi + 1
                   IF Wpie_ligne(Wi) > Wpie_ligne(Wk)
                       MOVE Wpie_ligne(Wi) TO Wcle_echange
                       MOVE Wpie_ligne(Wk) TO Wpie_ligne(Wi)
                       MOVE Wcle_echange TO Wpie_ligne(Wk)
                       MOVE 1 TO Wpermute
                   END-IF
               END-PERFORM
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_TOTAUX.
           MOVE SPACES TO ctlLigne
           STRING "EXPORT DES PIECES DU MOIS " Wmois
               DELIMITED BY SIZE INTO ctlLigne
           WRITE ctlLigne
           MOVE SPACES TO ctlLigne
           WRITE ctlLigne
           MOVE SPACES TO ctlLigne
           MOVE "FACTURES PAR TAUX" TO ctlLigne(1:17)
           MOVE "HT" TO ctlLigne(27:2)
           MOVE "TVA" TO ctlLigne(41:3)
           MOVE "TTC" TO ctlLigne(56:3)
           WRITE ctlLigne
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb_taux
               MOVE Wtt_taux(Wi) TO Wtaux_aff
               MOVE Wtt_ht(Wi) TO Wht_aff
               MOVE Wtt_tva(Wi) TO Wtva_aff
               MOVE Wtt_ttc(Wi) TO Wttc_aff
               MOVE SPACES TO ctlLigne
               STRING "Taux " Wtaux_aff " %    " Wht_aff "   "
                   Wtva_aff "   " Wttc_aff
                   DELIMITED BY SIZE INTO ctlLigne
               WRITE ctlLigne
           END-PERFORM
           MOVE SPACES TO ctlLigne
           WRITE ctlLigne
           MOVE "ENCAISSEMENTS PAR MODE" TO ctlLigne
           WRITE ctlLigne
           MOVE Wtot_especes TO Wmnt_aff
           MOVE SPACES TO ctlLigne
           STRING "Espèces         " Wmnt_aff
               DELIMITED BY SIZE INTO ctlLigne
           WRITE ctlLigne
           MOVE Wtot_carte TO Wmnt_aff
           MOVE SPACES TO ctlLigne
           STRING "Carte           " Wmnt_aff
               DELIMITED BY SIZE INTO ctlLigne
           WRITE ctlLigne
           IF Wtot_autre > 0
               MOVE Wtot_autre TO Wmnt_aff
               MOVE SPACES TO ctlLigne
               STRING "Mode inconnu    " Wmnt_aff
                   DELIMITED BY SIZE INTO ctlLigne
               WRITE ctlLigne
           END-IF
           MOVE SPACES TO ctlLigne
           WRITE ctlLigne
           MOVE "CONTROLE DE NUMEROTATION" TO ctlLigne
           WRITE ctlLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Dans chaque série le numéro attendu part du dernier émis avant
      * le mois. Un numéro déjà vu ou déjà émis avant le mois est un
      * doublon, un numéro plus grand que l'attendu laisse un trou.
      ******************************************************************
       CONTROLE_NUMEROS.
           MOVE SPACE TO Wserie
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > Wnb_pieces
               IF Wtp_serie(Wi) NOT = Wserie
                   MOVE Wtp_serie(Wi) TO Wserie
                   IF Wserie = "F"
                       COMPUTE Wattendu = Wmax_avant_f + 1
                   ELSE
                       COMPUTE Wattendu = Wmax_avant_r + 1
                   END-IF
               END-IF
               IF Wtp_num(Wi) < Wattendu
                   MOVE Wtp_num(Wi) TO Wnum_aff
                   MOVE SPACES TO ctlLigne
                   STRING "Doublon série " Wserie " : numéro "
                       Wnum_aff
                       DELIMITED BY SIZE INTO ctlLigne
                   WRITE ctlLigne
                   ADD 1 TO Wcpt_anomalies
               END-IF
               IF Wtp_num(Wi) > Wattendu
                   MOVE Wattendu TO Wnum_aff
                   COMPUTE Wnum_fin_aff = Wtp_num(Wi) - 1
                   MOVE SPACES TO ctlLigne
                   STRING "Trou série " Wserie " : du numéro "
                       Wnum_aff " au " Wnum_fin_aff
                       DELIMITED BY SIZE INTO ctlLigne
                   WRITE ctlLigne
                   ADD 1 TO Wcpt_anomalies
               END-IF
               IF Wtp_num(Wi) >= Wattendu
                   COMPUTE Wattendu = Wtp_num(Wi) + 1
               END-IF
           END-PERFORM
           IF Wcpt_anomalies = 0
               MOVE "Numérotation continue, aucun trou ni doublon."
                   TO ctlLigne
               WRITE ctlLigne
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetExport.
