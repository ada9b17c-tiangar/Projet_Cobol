      * Date:
      * Purpose:  Utilitaire de déchargement/rechargement des fichiers
      *           indexés (fdvd, fclients, flocation, fsoldes,
      *           freservations, ftarifs, foperateurs, fexemplaires,
      *           fnumeros).
      *           En mode déchargement, chaque fichier part dans une
      *           image séquentielle datée (en-tête *IMAGE avec date et
      *           heure, une ligne par enregistrement, queue *FIN avec
      *           le compte). En mode rechargement, le fichier indexé
      *           choisi se reconstruit depuis son image, comptes
      *           annoncés dans les deux sens pour vérifier qu'aucun
      *           enregistrement ne manque. Passé chaque soir avant la
      *           chaîne batch, il sert aussi de réorganisation pour
      *           les fichiers gonflés par les DELETE. Un déchargement
      *           complet remet à zéro le journal de reprise
      *           frecup.dat, où le comptoir et les batchs inscrivent
      *           l'image de chaque enregistrement écrit, réécrit ou
      *           supprimé. En mode reprise, tous les fichiers indexés
      *           sont rechargés depuis leurs images puis le journal
      *           est rejoué jusqu'à la date et l'heure choisies ;
      *           les comptes par fichier sont affichés et
      *           ProjetControle vérifie la cohérence avant la
      *           réouverture du comptoir. Une image sans en-tête ou
      *           en écart de compte arrête la reprise avant le rejeu
      *           (code retour 8).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY fope_code
           FILE STATUS IS fope_stat.

           SELECT fexemplaires ASSIGN TO "fexemplaires.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fexe_cle
           FILE STATUS IS fexe_stat.

           SELECT fnumeros ASSIGN TO "fnumeros.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fnum_serie
           FILE STATUS IS fnum_stat.

           SELECT fimage ASSIGN TO Wimage_nom
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS fima_stat.

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

           FD ftarifs.
           01 tarTampon.
           01 opeTampon.
               02 fope_code PIC X(4).
               02 fope_nom PIC X(25).
               02 fope_role PIC X.
                   88 OPE-GUICHET VALUE "G".
                   88 OPE-RESPONSABLE VALUE "R".
               02 fope_secret PIC X(8).

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

           FD fnumeros.
           01 numTampon.
               02 fnum_serie PIC X.
               02 fnum_dernier PIC 9(10).

           FD fimage.
           01 imaLigne PIC X(140).

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
           77 fres_stat PIC 9(2).
           77 ftar_stat PIC 9(2).
           77 fope_stat PIC 9(2).
           77 fexe_stat PIC 9(2).
           77 fnum_stat PIC 9(2).
           77 fima_stat PIC 9(2).
           77 frcp_stat PIC 9(2).

           77 Wmode PIC 9.
           77 Wfic PIC 9(2).
           77 Wfin_lot PIC 9.
           77 Wabsent PIC 9.
           77 Wstat_fic PIC 9(2).
           77 Wcpt_erreurs PIC 9(5).
           77 Wcpt_attendu PIC 9(7).

           77 Wrep_date PIC 9(8).
           77 Wrep_heure PIC 9(6).
           77 Wrep_limite PIC X(14).
           77 Wrcp_moment PIC X(14).
           77 Wdate_ok PIC 9.
           77 Wconfirme PIC 9.
           77 Wcpt_lues PIC 9(7).
           77 Wcpt_rejouees PIC 9(7).
           77 Wcpt_ignorees PIC 9(7).
           77 Wcpt_rejets PIC 9(7).
           77 Wcpt_images_ko PIC 9(2).

      * Rejeu ventilé par fichier, dans la numérotation du menu.
           01 Wtab_rejeu.
               02 Wrej_ligne OCCURS 9.
                   03 Wrej_ecrits PIC 9(7).
                   03 Wrej_supprimes PIC 9(7).
                   03 Wrej_erreurs PIC 9(5).
                   03 Wrej_total PIC 9(7).

           01 Wentete.
               02 Went_tag PIC X(7).
               02 Went_fichier PIC X(20).

           DISPLAY "1-Déchargement de tous les fichiers indexés"
           DISPLAY "2-Rechargement d'un fichier depuis son image"
           DISPLAY "3-Reprise : rechargement complet et rejeu du"
               " journal"
           ACCEPT Wmode
           EVALUATE Wmode
           WHEN 1
               IF Wfic > 0
                   PERFORM RECHARGE_FICHIER
               END-IF
           WHEN 3
               PERFORM REPRISE_COMPLETE
           WHEN OTHER
               DISPLAY "Mode inconnu, arrêt."
           END-EVALUATE
           STOP RUN.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Les images repartent d'un point neuf : le journal de reprise
      * ne garde que ce qui s'est passé depuis.
      ******************************************************************
       DECHARGE_TOUT.
           PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
               PERFORM DECHARGE_FICHIER
           END-PERFORM
           OPEN OUTPUT frecup
           CLOSE frecup
           DISPLAY "Journal de reprise frecup.dat remis à zéro.".
      ******************************************************************
      ******************************************************************
      ******************************************************************
       CHOISIT_FICHIER.
           DISPLAY "1-fdvd  2-fclients  3-flocation  4-fsoldes"
           DISPLAY "5-freservations  6-ftarifs  7-foperateurs"
           DISPLAY "8-fexemplaires  9-fnumeros"
           DISPLAY "0-Abandon"
           ACCEPT Wfic
           IF Wfic > 9
               DISPLAY "Choix inconnu, abandon."
               MOVE 0 TO Wfic
           END-IF.
           WHEN 7
               MOVE "foperateurs.dat" TO Went_fichier
               MOVE "foperateurs_image.dat" TO Wimage_nom
           WHEN 8
               MOVE "fexemplaires.dat" TO Went_fichier
               MOVE "fexemplaires_image.dat" TO Wimage_nom
           WHEN 9
               MOVE "fnumeros.dat" TO Went_fichier
               MOVE "fnumeros_image.dat" TO Wimage_nom
           END-EVALUATE.
      ******************************************************************
      ******************************************************************
               START foperateurs KEY NOT LESS THAN fope_code
               INVALID KEY CONTINUE
               END-START
           WHEN 8
               OPEN INPUT fexemplaires
               MOVE fexe_stat TO Wstat_fic
               MOVE LOW-VALUES TO fexe_cle
               START fexemplaires KEY NOT LESS THAN fexe_cle
               INVALID KEY CONTINUE
               END-START
           WHEN 9
               OPEN INPUT fnumeros
               MOVE fnum_stat TO Wstat_fic
               MOVE LOW-VALUES TO fnum_serie
               START fnumeros KEY NOT LESS THAN fnum_serie
               INVALID KEY CONTINUE
               END-START
           END-EVALUATE
           IF Wstat_fic = 35
               MOVE 1 TO Wabsent
               AT END MOVE 1 TO Wfin_lot
               NOT AT END MOVE opeTampon TO imaLigne
               END-READ
           WHEN 8
               READ fexemplaires NEXT RECORD
               AT END MOVE 1 TO Wfin_lot
               NOT AT END MOVE exeTampon TO imaLigne
               END-READ
           WHEN 9
               READ fnumeros NEXT RECORD
               AT END MOVE 1 TO Wfin_lot
               NOT AT END MOVE numTampon TO imaLigne
               END-READ
           END-EVALUATE.
      ******************************************************************
      ******************************************************************
               CLOSE ftarifs
           WHEN 7
               CLOSE foperateurs
           WHEN 8
               CLOSE fexemplaires
           WHEN 9
               CLOSE fnumeros
           END-EVALUATE.
      ******************************************************************
      ******************************************************************
           PERFORM PREPARE_NOMS
           OPEN INPUT fimage
           IF fima_stat = 35
               IF Wmode = 3
                   PERFORM OUVRE_INDEXE_RECONSTRUCTION
                   PERFORM FERME_INDEXE
                   DISPLAY "Image " Wimage_nom " absente, "
                       Went_fichier " repart vide."
               ELSE
                   DISPLAY "Image " Wimage_nom " absente, abandon."
               END-IF
           ELSE
               READ fimage
               AT END
                   DISPLAY "Image " Wimage_nom " sans en-tête,"
                       " abandon."
                   CLOSE fimage
                   IF Wmode = 3
                       ADD 1 TO Wcpt_images_ko
                   END-IF
               ELSE
                   DISPLAY "Image de " Went_fichier " du " Went_date
                       " " Went_heure
               DISPLAY "Comptes en accord, rechargement vérifié."
           ELSE
               DISPLAY "ECART DE COMPTE, rechargement à contrôler !"
               IF Wmode = 3
                   ADD 1 TO Wcpt_images_ko
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
               OPEN OUTPUT ftarifs
           WHEN 7
               OPEN OUTPUT foperateurs
           WHEN 8
               OPEN OUTPUT fexemplaires
           WHEN 9
               OPEN OUTPUT fnumeros
           END-EVALUATE.
      ******************************************************************
      ******************************************************************
               MOVE imaLigne TO opeTampon
               WRITE opeTampon END-WRITE
               MOVE fope_stat TO Wstat_fic
           WHEN 8
               MOVE imaLigne TO exeTampon
               WRITE exeTampon END-WRITE
               MOVE fexe_stat TO Wstat_fic
           WHEN 9
               MOVE imaLigne TO numTampon
               WRITE numTampon END-WRITE
               MOVE fnum_stat TO Wstat_fic
           END-EVALUATE
           IF Wstat_fic = 00
               ADD 1 TO Wcpt_recharges
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Reprise après incident : chaque fichier indexé revient à son
      * image du dernier déchargement complet, puis le journal de
      * reprise est rejoué dans l'ordre d'écriture jusqu'à la limite
      * demandée. Une écriture qui trouve la clé déjà présente
      * devient une réécriture et inversement, une suppression d'un
      * enregistrement déjà absent est sans effet : le rejeu peut se
      * relancer sans dommage. Une image illisible ou mal rechargée
      * arrête la reprise avant le rejeu, qui ne doit jamais porter
      * sur un fichier resté dans son état d'avant.
      ******************************************************************
       REPRISE_COMPLETE.
           MOVE 0 TO Wconfirme
           DISPLAY "Rejouer le journal jusqu'au (AAAAMMJJ, 0 = tout) : "
           ACCEPT Wrep_date
           IF Wrep_date = 0
               MOVE ALL "9" TO Wrep_limite
               MOVE 0 TO Wdate_ok
           ELSE
               CALL "ProjetDates" USING Wrep_date, Wdate_ok
               IF Wdate_ok = 0
                   DISPLAY "Jusqu'à l'heure (HHMMSS) incluse : "
                   ACCEPT Wrep_heure
                   STRING Wrep_date Wrep_heure DELIMITED BY SIZE
                       INTO Wrep_limite
               ELSE
                   DISPLAY "Date invalide, abandon."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF Wdate_ok = 0
               DISPLAY "Tous les fichiers indexés vont être"
                   " rechargés depuis leurs images."
               DISPLAY "Comptoir et batchs doivent être arrêtés."
                   " Confirmer ? Oui= 1 ou Non = 0"
               ACCEPT Wconfirme
               IF Wconfirme NOT = 1
                   DISPLAY "Reprise abandonnée."
               END-IF
           END-IF
           IF Wconfirme = 1
               MOVE 0 TO Wcpt_images_ko
               PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
                   PERFORM RECHARGE_FICHIER
               END-PERFORM
           END-IF
           IF Wconfirme = 1 AND Wcpt_images_ko > 0
               DISPLAY "REPRISE IMPOSSIBLE : " Wcpt_images_ko
                   " image(s) non rechargée(s), journal non rejoué."
               DISPLAY "Corriger les images puis relancer la reprise,"
                   " comptoir fermé."
               MOVE 8 TO RETURN-CODE
           END-IF
           IF Wconfirme = 1 AND Wcpt_images_ko = 0
               PERFORM REJOUE_JOURNAL

               PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
                   PERFORM COMPTE_FICHIER
               END-PERFORM
               PERFORM EDITE_BILAN_REPRISE

               DISPLAY "Contrôle de cohérence des fichiers repris :"
               CALL "ProjetControle"
               DISPLAY "Faire un déchargement complet (mode 1) avant"
                   " de rouvrir le comptoir."
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REJOUE_JOURNAL.
           MOVE 0 TO Wcpt_lues
           MOVE 0 TO Wcpt_rejouees
           MOVE 0 TO Wcpt_ignorees
           MOVE 0 TO Wcpt_rejets
           PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
               MOVE 0 TO Wrej_ecrits(Wfic)
               MOVE 0 TO Wrej_supprimes(Wfic)
               MOVE 0 TO Wrej_erreurs(Wfic)
               MOVE 0 TO Wrej_total(Wfic)
           END-PERFORM
           OPEN INPUT frecup
           IF frcp_stat = 35
               DISPLAY "Pas de journal de reprise, fichiers laissés à"
                   " l'état des images."
           ELSE
               PERFORM OUVRE_TOUT_MAJ
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   READ frecup
                   AT END
                       MOVE 1 TO Wfin_lot
                   NOT AT END
                       ADD 1 TO Wcpt_lues
                       STRING rcp_date rcp_heure DELIMITED BY SIZE
                           INTO Wrcp_moment
                       IF Wrcp_moment > Wrep_limite
                           ADD 1 TO Wcpt_ignorees
                       ELSE
                           PERFORM REJOUE_LIGNE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE frecup
               PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
                   PERFORM FERME_INDEXE
               END-PERFORM
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       OUVRE_TOUT_MAJ.
           PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
               PERFORM OUVRE_INDEXE_MAJ
               IF Wstat_fic = 35
                   PERFORM OUVRE_INDEXE_RECONSTRUCTION
                   PERFORM FERME_INDEXE
                   PERFORM OUVRE_INDEXE_MAJ
               END-IF
           END-PERFORM.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       OUVRE_INDEXE_MAJ.
           EVALUATE Wfic
           WHEN 1
               OPEN I-O fdvd
               MOVE fdvd_stat TO Wstat_fic
           WHEN 2
               OPEN I-O fclients
               MOVE fclt_stat TO Wstat_fic
           WHEN 3
               OPEN I-O flocation
               MOVE floc_stat TO Wstat_fic
           WHEN 4
               OPEN I-O fsoldes
               MOVE fsld_stat TO Wstat_fic
           WHEN 5
               OPEN I-O freservations
               MOVE fres_stat TO Wstat_fic
           WHEN 6
               OPEN I-O ftarifs
               MOVE ftar_stat TO Wstat_fic
           WHEN 7
               OPEN I-O foperateurs
               MOVE fope_stat TO Wstat_fic
           WHEN 8
               OPEN I-O fexemplaires
               MOVE fexe_stat TO Wstat_fic
           WHEN 9
               OPEN I-O fnumeros
               MOVE fnum_stat TO Wstat_fic
           END-EVALUATE.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       REJOUE_LIGNE.
           MOVE rcp_fic TO Wfic
           IF Wfic < 1 OR Wfic > 9
               ADD 1 TO Wcpt_rejets
               DISPLAY "Ligne de journal illisible : " rcp_date " "
                   rcp_heure " fichier " rcp_fic
           ELSE
               MOVE rcp_image TO imaLigne
               IF RCP-SUPPRESSION
                   PERFORM SUPPRIME_REJEU
               ELSE
                   PERFORM ECRIT_REJEU
               END-IF
               IF Wstat_fic = 00
                   ADD 1 TO Wcpt_rejouees
                   IF RCP-SUPPRESSION
                       ADD 1 TO Wrej_supprimes(Wfic)
                   ELSE
                       ADD 1 TO Wrej_ecrits(Wfic)
                   END-IF
               ELSE
                   ADD 1 TO Wcpt_rejets
                   ADD 1 TO Wrej_erreurs(Wfic)
                   DISPLAY "Rejeu refusé, code retour : " Wstat_fic
                       " - " rcp_date " " rcp_heure " " rcp_action
                       " " imaLigne(1:30)
               END-IF
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECRIT_REJEU.
           EVALUATE Wfic
           WHEN 1
               MOVE imaLigne TO dvdTampon
               WRITE dvdTampon END-WRITE
               IF fdvd_stat = 22
                   REWRITE dvdTampon END-REWRITE
               END-IF
               MOVE fdvd_stat TO Wstat_fic
           WHEN 2
               MOVE imaLigne TO cltTampon
               WRITE cltTampon END-WRITE
               IF fclt_stat = 22
                   REWRITE cltTampon END-REWRITE
               END-IF
               MOVE fclt_stat TO Wstat_fic
           WHEN 3
               MOVE imaLigne TO locTampon
               WRITE locTampon END-WRITE
               IF floc_stat = 22
                   REWRITE locTampon END-REWRITE
               END-IF
               MOVE floc_stat TO Wstat_fic
           WHEN 4
               MOVE imaLigne TO sldTampon
               WRITE sldTampon END-WRITE
               IF fsld_stat = 22
                   REWRITE sldTampon END-REWRITE
               END-IF
               MOVE fsld_stat TO Wstat_fic
           WHEN 5
               MOVE imaLigne TO resTampon
               WRITE resTampon END-WRITE
               IF fres_stat = 22
                   REWRITE resTampon END-REWRITE
               END-IF
               MOVE fres_stat TO Wstat_fic
           WHEN 6
               MOVE imaLigne TO tarTampon
               WRITE tarTampon END-WRITE
               IF ftar_stat = 22
                   REWRITE tarTampon END-REWRITE
               END-IF
               MOVE ftar_stat TO Wstat_fic
           WHEN 7
               MOVE imaLigne TO opeTampon
               WRITE opeTampon END-WRITE
               IF fope_stat = 22
                   REWRITE opeTampon END-REWRITE
               END-IF
               MOVE fope_stat TO Wstat_fic
           WHEN 8
               MOVE imaLigne TO exeTampon
               WRITE exeTampon END-WRITE
               IF fexe_stat = 22
                   REWRITE exeTampon END-REWRITE
               END-IF
               MOVE fexe_stat TO Wstat_fic
           WHEN 9
               MOVE imaLigne TO numTampon
               WRITE numTampon END-WRITE
               IF fnum_stat = 22
                   REWRITE numTampon END-REWRITE
               END-IF
               MOVE fnum_stat TO Wstat_fic
           END-EVALUATE.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       SUPPRIME_REJEU.
           EVALUATE Wfic
           WHEN 1
               MOVE imaLigne TO dvdTampon
               DELETE fdvd RECORD END-DELETE
               MOVE fdvd_stat TO Wstat_fic
           WHEN 2
               MOVE imaLigne TO cltTampon
               DELETE fclients RECORD END-DELETE
               MOVE fclt_stat TO Wstat_fic
           WHEN 3
               MOVE imaLigne TO locTampon
               DELETE flocation RECORD END-DELETE
               MOVE floc_stat TO Wstat_fic
           WHEN 4
               MOVE imaLigne TO sldTampon
               DELETE fsoldes RECORD END-DELETE
               MOVE fsld_stat TO Wstat_fic
           WHEN 5
               MOVE imaLigne TO resTampon
               DELETE freservations RECORD END-DELETE
               MOVE fres_stat TO Wstat_fic
           WHEN 6
               MOVE imaLigne TO tarTampon
               DELETE ftarifs RECORD END-DELETE
               MOVE ftar_stat TO Wstat_fic
           WHEN 7
               MOVE imaLigne TO opeTampon
               DELETE foperateurs RECORD END-DELETE
               MOVE fope_stat TO Wstat_fic
           WHEN 8
               MOVE imaLigne TO exeTampon
               DELETE fexemplaires RECORD END-DELETE
               MOVE fexe_stat TO Wstat_fic
           WHEN 9
               MOVE imaLigne TO numTampon
               DELETE fnumeros RECORD END-DELETE
               MOVE fnum_stat TO Wstat_fic
           END-EVALUATE
           IF Wstat_fic = 23
               MOVE 0 TO Wstat_fic
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Nombre d'enregistrements de chaque fichier après reprise.
      ******************************************************************
       COMPTE_FICHIER.
           PERFORM PREPARE_NOMS
           PERFORM OUVRE_INDEXE_LECTURE
           IF Wabsent = 0
               MOVE 0 TO Wfin_lot
               PERFORM WITH TEST BEFORE UNTIL Wfin_lot = 1
                   PERFORM LIT_INDEXE_SUIVANT
                   IF Wfin_lot = 0
                       ADD 1 TO Wrej_total(Wfic)
                   END-IF
               END-PERFORM
               PERFORM FERME_INDEXE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       EDITE_BILAN_REPRISE.
           DISPLAY "Lignes de journal lues     : " Wcpt_lues
           DISPLAY "Lignes rejouées            : " Wcpt_rejouees
           DISPLAY "Lignes après la limite     : " Wcpt_ignorees
           DISPLAY "Lignes en erreur           : " Wcpt_rejets
           DISPLAY "Fichier               écrits  supprimés"
               " erreurs  total"
           PERFORM VARYING Wfic FROM 1 BY 1 UNTIL Wfic > 9
               PERFORM PREPARE_NOMS
               DISPLAY Went_fichier " " Wrej_ecrits(Wfic) " "
                   Wrej_supprimes(Wfic) "   " Wrej_erreurs(Wfic)
                   "  " Wrej_total(Wfic)
           END-PERFORM
           IF Wcpt_rejets > 0
               DISPLAY "REJEU INCOMPLET, fichiers à contrôler !"
               MOVE 8 TO RETURN-CODE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetSauvegarde.
