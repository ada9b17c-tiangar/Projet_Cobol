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
