       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAGCHG.
      *---------------------------------------------------------
      * P3 EXERCICE 38 : Chargement des clients fragiles en base
      * Le registre de fragilite financiere FFRAGIL (240 octets)
      * est tenu par la chaine PJ : PJ51FRAG y declare chaque
      * mois les clients fragiles (statut 'F', dates de debut et
      * de revue, plafond mensuel des frais d'incidents) et
      * PJ40COMM y cumule les commissions d'incident prelevees
      * dans le mois. Ce batch remplace le contenu de la table
      * FRAGILE par les clients en statut 'F' du registre :
      *   NUM_COMPTE      CHAR(3)  cle
      *   DATE_DEBUT      DATE     debut de la fragilite
      *   DATE_REVUE      DATE     prochaine revue
      *   CRITERES        CHAR(4)  criteres remplis (D L I R)
      *   PLAFOND_MENSUEL DEC(6,2) plafond des frais d'incidents
      *   MOIS_FRAIS      CHAR(7)  mois AAAA-MM du cumul chaine
      *   FRAIS_CHAINE    DEC(8,2) frais deja preleves par la
      *                            chaine dans ce mois
      * FACTFRS et AGIOS y lisent le plafond et le deja preleve
      * pour ne plus facturer au-dela du plafond. A lancer apres
      * PJ51FRAG et PJ40COMM, avant FACTFRS.
      * Tout ou rien : code retour 8 et ROLLBACK sur erreur.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-FRAGIL ASSIGN TO FFRAGIL
               FILE STATUS IS WS-FS-FRG.

       DATA DIVISION.
       FILE SECTION.

      * Registre de fragilite (dessin PJ51FRAG) ; l'historique
      * mensuel ne sert qu'a la detection
       FD F-FRAGIL.
       01 ENR-FRAGIL.
           05 FRG-NUM-COMPTE       PIC 9(03).
           05 FRG-STATUT           PIC X(01).
           05 FRG-DATE-DEBUT       PIC X(10).
           05 FRG-DATE-REVUE       PIC X(10).
           05 FRG-DATE-FIN         PIC X(10).
           05 FRG-CRITERES         PIC X(04).
           05 FRG-MOIS-DEBIT       PIC 9(02).
           05 FRG-NB-LETTRES       PIC 9(03).
           05 FRG-NB-INCIDENTS     PIC 9(03).
           05 FRG-REVENUS          PIC 9(08)V99.
           05 FRG-PLAFOND          PIC 9(04)V99.
           05 FRG-MOIS-FRAIS       PIC X(07).
           05 FRG-FRAIS-MOIS       PIC 9(06)V99.
           05 FRG-DATE-OFFRE       PIC X(10).
           05 FRG-HISTO            PIC X(132).
           05 FILLER               PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-FS-FRG         PIC X(02).
       01 WS-FIN-FICHIER    PIC 9(01) VALUE 0.

      * Variables host pour DB2
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-DATE-DEBUT     PIC X(10).
       01 WS-DATE-REVUE     PIC X(10).
       01 WS-CRITERES       PIC X(04).
       01 WS-PLAFOND        PIC S9(4)V99 COMP-3.
       01 WS-MOIS-FRAIS     PIC X(07).
       01 WS-FRAIS-CHAINE   PIC S9(6)V99 COMP-3.
       01 WS-NB-ANCIENS     PIC S9(9) COMP VALUE 0.

      * Compteurs
       01 WS-NB-LUS         PIC 9(05) VALUE 0.
       01 WS-NB-CHARGES     PIC 9(05) VALUE 0.
       01 WS-NB-IGNORES     PIC 9(05) VALUE 0.

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'CHARGEMENT DES CLIENTS FRAGILES'
           DISPLAY '=============================================='
           PERFORM 1000-OUVRIR-REGISTRE
           PERFORM 2000-VIDER-TABLE
           PERFORM 3000-CHARGER-UN-CLIENT
               UNTIL WS-FIN-FICHIER = 1
           PERFORM 4000-CLORE
           PERFORM 9000-FIN
           STOP RUN.

       1000-OUVRIR-REGISTRE.
           OPEN INPUT F-FRAGIL
           IF WS-FS-FRG NOT = '00'
               DISPLAY 'REGISTRE FFRAGIL INDISPONIBLE : ' WS-FS-FRG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Le registre est la reference : l'ancien contenu est
      * remplace en totalite dans la meme unite de travail
       2000-VIDER-TABLE.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-ANCIENS
               FROM FRAGILE
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR COMPTAGE FRAGILE : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           EXEC SQL
               DELETE FROM FRAGILE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERREUR PURGE FRAGILE : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF.

       3000-CHARGER-UN-CLIENT.
           READ F-FRAGIL
               AT END
                   MOVE 1 TO WS-FIN-FICHIER
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   IF FRG-STATUT = 'F'
                       PERFORM 3100-INSERER-CLIENT
                   ELSE
                       ADD 1 TO WS-NB-IGNORES
                   END-IF
           END-READ.

       3100-INSERER-CLIENT.
           MOVE FRG-NUM-COMPTE TO WS-NUM-COMPTE
           MOVE FRG-DATE-DEBUT TO WS-DATE-DEBUT
           MOVE FRG-DATE-REVUE TO WS-DATE-REVUE
           MOVE FRG-CRITERES   TO WS-CRITERES
           MOVE FRG-PLAFOND    TO WS-PLAFOND
           MOVE FRG-MOIS-FRAIS TO WS-MOIS-FRAIS
           IF FRG-FRAIS-MOIS NUMERIC
               MOVE FRG-FRAIS-MOIS TO WS-FRAIS-CHAINE
           ELSE
               MOVE 0 TO WS-FRAIS-CHAINE
           END-IF

           EXEC SQL
               INSERT INTO FRAGILE
               (NUM_COMPTE, DATE_DEBUT, DATE_REVUE, CRITERES,
                PLAFOND_MENSUEL, MOIS_FRAIS, FRAIS_CHAINE)
               VALUES
               (:WS-NUM-COMPTE, :WS-DATE-DEBUT, :WS-DATE-REVUE,
                :WS-CRITERES, :WS-PLAFOND, :WS-MOIS-FRAIS,
                :WS-FRAIS-CHAINE)
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT FRAGILE ' WS-NUM-COMPTE
                       ' : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           ADD 1 TO WS-NB-CHARGES
           DISPLAY '    COMPTE ' WS-NUM-COMPTE
                   ' FRAGILE DEPUIS ' WS-DATE-DEBUT
                   ' REVUE ' WS-DATE-REVUE
                   ' CRITERES ' WS-CRITERES.

       4000-CLORE.
           CLOSE F-FRAGIL
           EXEC SQL COMMIT END-EXEC

           DISPLAY ' '
           DISPLAY '=== BILAN DU CHARGEMENT ==='
           DISPLAY 'ANCIENNES LIGNES   : ' WS-NB-ANCIENS
           DISPLAY 'POSTES DU REGISTRE : ' WS-NB-LUS
           DISPLAY 'CLIENTS FRAGILES   : ' WS-NB-CHARGES
           DISPLAY 'NON FRAGILES       : ' WS-NB-IGNORES.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           CLOSE F-FRAGIL
           DISPLAY 'CHARGEMENT INTERROMPU - TABLE FRAGILE INCHANGEE'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           DISPLAY 'FIN DU PROGRAMME FRAGCHG'.
