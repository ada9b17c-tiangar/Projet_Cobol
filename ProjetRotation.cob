                   88 LOC-EN-COURS VALUE "1".
                   88 LOC-RENDU VALUE "0".
               02 floc_jours_factures PIC 9(5).
               02 floc_exemplaire PIC 9(3).
               02 floc_nb_prolong PIC 9.
               02 floc_points PIC 9(4).

           FD flochisto.
           01 lochLigne PIC X(68).

           FD fdvd.
           01 dvdTampon.
               02 Wlar_date_retour_reelle PIC 9(8).
               02 Wlar_statut PIC X.
               02 Wlar_jours_factures PIC 9(5).
               02 Wlar_exemplaire PIC 9(3).
               02 Wlar_nb_prolong PIC 9.
               02 Wlar_points PIC 9(4).

           01 Wtab_compteurs.
               02 Wcptl_ligne OCCURS 500.
