      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Sous-programme commun de numérotation des pièces.
      *           Reçoit une série (F = factures, R = reçus) et rend le
      *           numéro suivant de cette série, tenu dans le compteur
      *           persistant fnumeros.dat (un enregistrement par
      *           série, créé au premier appel), avec 0 si tout s'est
      *           bien passé, 1 sinon (numéro rendu à zéro). Le
      *           fichier est ouvert et refermé à chaque appel : un
      *           numéro rendu est déjà acquis sur disque, deux postes
      *           ou un batch ne peuvent pas sortir le même.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjetNumero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fnumeros ASSIGN TO "fnumeros.dat"
           ORGANIZATION INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY fnum_serie
           FILE STATUS IS fnum_stat.

           SELECT frecup ASSIGN TO "frecup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS frcp_stat.

       DATA DIVISION.
       FILE SECTION.
           FD fnumeros.
           01 numTampon.
               02 fnum_serie PIC X.
               02 fnum_dernier PIC 9(10).

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
           77 fnum_stat PIC 9(2).
           77 frcp_stat PIC 9(2).
           77 Wrcp_action PIC X.

       LINKAGE SECTION.
           01 Lserie PIC X.
           01 Lnumero PIC 9(10).
           01 Lretour PIC 9.

       PROCEDURE DIVISION USING Lserie, Lnumero, Lretour.
       ATTRIBUE-NUMERO.
           MOVE 1 TO Lretour
           MOVE 0 TO Lnumero
           OPEN I-O fnumeros
           IF fnum_stat = 35 THEN
           OPEN OUTPUT fnumeros
           CLOSE fnumeros
           OPEN I-O fnumeros
           END-IF
           IF fnum_stat NOT = 00
               DISPLAY "Compteur des pièces inaccessible, code"
                   " retour : " fnum_stat
               GOBACK
           END-IF
           MOVE Lserie TO fnum_serie
           OPEN EXTEND frecup
           IF frcp_stat = 35 THEN
           OPEN OUTPUT frecup
           END-IF
           READ fnumeros
           INVALID KEY
               MOVE Lserie TO fnum_serie
               MOVE 1 TO fnum_dernier
               WRITE numTampon END-WRITE
               MOVE "W" TO Wrcp_action
               PERFORM REPRISE_NUMERO
           NOT INVALID KEY
               ADD 1 TO fnum_dernier
               REWRITE numTampon
               MOVE "R" TO Wrcp_action
               PERFORM REPRISE_NUMERO
           END-READ
           IF fnum_stat = 00
               MOVE fnum_dernier TO Lnumero
               MOVE 0 TO Lretour
           ELSE
               DISPLAY "Compteur des pièces non mis à jour, code"
                   " retour : " fnum_stat
           END-IF
           CLOSE fnumeros
           CLOSE frecup
           GOBACK.
      ******************************************************************
      ******************************************************************
      ******************************************************************
      * Journal de reprise : image de l'enregistrement après chaque
      * écriture, réécriture ou suppression réussie sur un fichier
      * indexé, rejoué par ProjetSauvegarde (mode reprise) sur la
      * dernière image déchargée.
      ******************************************************************
       REPRISE_NUMERO.
           IF fnum_stat = 00
               MOVE 9 TO rcp_fic
               MOVE numTampon TO rcp_image
               PERFORM ECRIT_REPRISE
           END-IF.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       ECRIT_REPRISE.
           ACCEPT rcp_date FROM DATE YYYYMMDD
           ACCEPT rcp_heure FROM TIME
           MOVE Wrcp_action TO rcp_action
           MOVE SPACES TO rcp_ope
           WRITE rcpLigne.
      ******************************************************************
      ******************************************************************
      ******************************************************************
       END PROGRAM ProjetNumero.
