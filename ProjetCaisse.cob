               02 pai_mode PIC X.
                   88 PAI-ESPECES VALUE "E".
                   88 PAI-CARTE VALUE "C".
               02 pai_piece PIC 9(10).

           FD fcaisse.
           01 caiLigne PIC X(80).
