      * Author:
      * Date:
      * Purpose:  Pilote de la chaîne batch du soir. Enchaîne dans le
      *           bon ordre ProjetRetard, ProjetBalance, ProjetRelance,
      *           ProjetRetrait, ProjetRapport, ProjetControle et
      *           ProjetArchivage pour une date d'exploitation donnée.
      *           Le fichier de conduite fchaine.dat garde, par date,
      *           l'état de chaque étape (C = en cours, F = faite, E =
      *           en erreur, dernière ligne qui compte) : les étapes
      *           déjà faites sont sautées, une chaîne entièrement
      *           passée refuse de repartir sans relance forcée
      *           explicite, et toute étape qui finit mal (code retour
      *           non nul) arrête la chaîne pour que l'étape suivante ne
      *           lise jamais une entrée à moitié construite — notamment
      *           le fretard.dat que ProjetRetard ouvre en OUTPUT et
      *           qu'un double passage écraserait.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           77 Wcpt_sautees PIC 9.

           01 Wtab_etapes.
               02 Wetp_ligne OCCURS 7.
                   03 Wetp_nom PIC X(12).
                   03 Wetp_statut PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "RETARD" TO Wetp_nom(1)
           MOVE "BALANCE" TO Wetp_nom(2)
           MOVE "RELANCE" TO Wetp_nom(3)
           MOVE "RETRAIT" TO Wetp_nom(4)
           MOVE "RAPPORT" TO Wetp_nom(5)
           MOVE "CONTROLE" TO Wetp_nom(6)
           MOVE "ARCHIVAGE" TO Wetp_nom(7)
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 7
               MOVE SPACE TO Wetp_statut(Wi)
           END-PERFORM

                   DISPLAY "Chaîne non relancée."
                   GOBACK
               END-IF
               PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 7
                   MOVE SPACE TO Wetp_statut(Wi)
               END-PERFORM
           END-IF
           MOVE 0 TO Wcpt_passees
           MOVE 0 TO Wcpt_sautees
           PERFORM VARYING Wi FROM 1 BY 1
               UNTIL Wi > 7 OR Warret = 1
               IF Wetp_statut(Wi) = "F"
                   ADD 1 TO Wcpt_sautees
                   DISPLAY "Etape " Wetp_nom(Wi) " déjà faite,"
                   NOT AT END
                       IF cha_date = Wdate_exploit
                           PERFORM VARYING Wi FROM 1 BY 1
                               UNTIL Wi > 7
                               IF Wetp_nom(Wi) = cha_etape
                                   MOVE cha_statut
                                       TO Wetp_statut(Wi)
           MOVE 0 TO Wdeja
           MOVE 0 TO Wbloquee
           MOVE 1 TO Wtout_fait
           PERFORM VARYING Wi FROM 1 BY 1 UNTIL Wi > 7
               IF Wetp_statut(Wi) NOT = SPACE
                   MOVE 1 TO Wdeja
               END-IF
           WHEN 1
               CALL "ProjetRetard"
           WHEN 2
               CALL "ProjetBalance"
           WHEN 3
               CALL "ProjetRelance"
           WHEN 4
               CALL "ProjetRetrait"
           WHEN 5
               CALL "ProjetRapport"
           WHEN 6
               CALL "ProjetControle"
           WHEN 7
               CALL "ProjetArchivage"
           END-EVALUATE
           IF RETURN-CODE = 0
