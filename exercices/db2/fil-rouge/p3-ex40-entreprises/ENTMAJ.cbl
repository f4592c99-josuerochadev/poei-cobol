       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTMAJ.
      *---------------------------------------------------------
      * P3 EXERCICE 40 : Clients personnes morales
      * La table CLIENT ne decrit qu'une personne (nom, prenom,
      * date de naissance, sexe). Un client entreprise ou
      * association a en plus sa fiche dans la table ENTREPRISE
      * (raison sociale, forme juridique, SIREN, NIC, date
      * d'immatriculation, code APE) ; un client est une personne
      * morale si et seulement s'il a une ligne ENTREPRISE.
      * Ses representants habilites et beneficiaires effectifs
      * sont inscrits dans la table REPRESENTANT, chacun etant
      * lui-meme un client personne physique.
      * Fonctions saisies en entree :
      *   E <compte> : enregistre ou met a jour la fiche
      *     entreprise (saisies suivantes : raison sociale, forme,
      *     SIREN, NIC, date d'immatriculation AAAAMMJJ, APE) ;
      *     SIREN et SIRET sont controles par la cle de Luhn
      *   A <compte> <personne> : inscrit un representant
      *     (saisies : qualite, habilite O/N, beneficiaire O/N,
      *     part du capital en centiemes de %) ; au dela de 25 %
      *     du capital la personne est beneficiaire effectif, le
      *     total des parts ne depasse pas 100 %
      *   R <compte> <personne> : revoque le representant
      * Chaque decision est tracee dans l'audit central AUDITWR ;
      * une seule unite d'oeuvre, ROLLBACK au moindre incident.
      *---------------------------------------------------------

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Saisie
       01 WS-FONCTION       PIC X(01).
       01 WS-SAISIE-SIREN   PIC X(09).
       01 WS-SAISIE-NIC     PIC X(05).
       01 WS-SAISIE-IMMAT   PIC X(08).
       01 WS-SAISIE-PART    PIC X(05).

      * Variables host pour DB2
       01 WS-NUM-COMPTE     PIC X(03).
       01 WS-NUM-PERSONNE   PIC X(03).
       01 WS-NOM-CLIENT     PIC X(10).
       01 WS-RAISON-SOCIALE PIC X(40).
       01 WS-FORME          PIC X(04).
           88 WS-FORME-VALIDE   VALUE 'SA  ' 'SAS ' 'SASU' 'SARL'
                                      'EURL' 'SNC ' 'SCI ' 'EI  '
                                      'ASSO'.
       01 WS-SIREN          PIC X(09).
       01 WS-NIC            PIC X(05).
       01 WS-DATE-IMMAT-SQL PIC X(10).
       01 WS-CODE-APE       PIC X(05).
       01 WS-QUALITE        PIC X(20).
       01 WS-HABILITE       PIC X(01).
       01 WS-BENEFICIAIRE   PIC X(01).
       01 WS-PART-CAPITAL   PIC S9(3)V99 COMP-3.
       01 WS-TOTAL-PARTS    PIC S9(5)V99 COMP-3.
       01 WS-STATUT         PIC X(01).
       01 WS-DATE-JOUR-SQL  PIC X(10).
       01 WS-NB-LIGNES      PIC S9(9) COMP.
       01 WS-ANCIENNE-RAISON PIC X(40).

       01 WS-PART-NUM       PIC 9(05) VALUE 0.
       01 WS-PART-ED        PIC ZZ9.99.
       01 WS-FICHE-EXISTE   PIC X(01) VALUE 'N'.

      * Date du jour
       01 WS-DATE-JOUR.
           05 WS-ANNEE          PIC 9(04).
           05 WS-MOIS           PIC 9(02).
           05 WS-JOUR           PIC 9(02).

      * Controle de la cle de Luhn (SIREN sur 9, SIRET sur 14)
       01 WS-LUHN-ZONE      PIC X(14).
       01 WS-LUHN-LONG      PIC 9(02) VALUE 0.
       01 WS-LUHN-POS       PIC 9(02) VALUE 0.
       01 WS-LUHN-RANG      PIC 9(02) VALUE 0.
       01 WS-LUHN-CHIFFRE   PIC 9(02) VALUE 0.
       01 WS-LUHN-SOMME     PIC 9(04) VALUE 0.
       01 WS-LUHN-QUOTIENT  PIC 9(04) VALUE 0.
       01 WS-LUHN-RESTE     PIC 9(02) VALUE 0.
       01 WS-LUHN-DIVISEUR  PIC 9(02) VALUE 10.
       01 WS-LUHN-OK        PIC X(01) VALUE 'N'.

      * Zone d'appel du journal d'audit central (AUDITWR)
       01 WS-ZONE-AUDIT.
           05 AUD-PROGRAMME     PIC X(08) VALUE 'ENTMAJ  '.
           05 AUD-TABLE         PIC X(08) VALUE 'ENTREPRI'.
           05 AUD-CLE           PIC X(20).
           05 AUD-ANCIENNE      PIC X(30).
           05 AUD-NOUVELLE      PIC X(30).

      * SQLCA pour gestion erreurs DB2
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-PRINCIPAL.
           DISPLAY '=============================================='
           DISPLAY 'CLIENTS PERSONNES MORALES ET REPRESENTANTS'
           DISPLAY '=============================================='
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           STRING WS-ANNEE '-' WS-MOIS '-' WS-JOUR
               DELIMITED BY SIZE INTO WS-DATE-JOUR-SQL

           ACCEPT WS-FONCTION
           ACCEPT WS-NUM-COMPTE
           EVALUATE WS-FONCTION
               WHEN 'E'
                   PERFORM 1000-LIRE-CLIENT THRU 1000-EXIT
                   PERFORM 2000-ENREGISTRER-FICHE THRU 2000-EXIT
               WHEN 'A'
                   ACCEPT WS-NUM-PERSONNE
                   PERFORM 1000-LIRE-CLIENT THRU 1000-EXIT
                   PERFORM 3000-AJOUTER-REPRESENTANT THRU 3000-EXIT
               WHEN 'R'
                   ACCEPT WS-NUM-PERSONNE
                   PERFORM 1000-LIRE-CLIENT THRU 1000-EXIT
                   PERFORM 4000-REVOQUER THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY 'FONCTION INCONNUE : ' WS-FONCTION
                           ' (E, A OU R)'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-FIN
           STOP RUN.

      * Le compte doit exister dans CLIENT ; on note au passage
      * s'il a deja une fiche ENTREPRISE
       1000-LIRE-CLIENT.
           EXEC SQL
               SELECT NOM_CLIENT
               INTO :WS-NOM-CLIENT
               FROM CLIENT
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'COMPTE ' WS-NUM-COMPTE ' INCONNU'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-FIN
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERREUR SQL CLIENT : ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-FIN
                   STOP RUN
           END-EVALUATE

           MOVE SPACES TO WS-ANCIENNE-RAISON
           EXEC SQL
               SELECT RAISON_SOCIALE
               INTO :WS-ANCIENNE-RAISON
               FROM ENTREPRISE
               WHERE NUM_COMPTE = :WS-NUM-COMPTE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'O' TO WS-FICHE-EXISTE
               WHEN 100
                   MOVE 'N' TO WS-FICHE-EXISTE
               WHEN OTHER
                   DISPLAY 'ERREUR SQL ENTREPRISE : ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-FIN
                   STOP RUN
           END-EVALUATE

           DISPLAY 'CLIENT     : ' WS-NUM-COMPTE ' ' WS-NOM-CLIENT.

       1000-EXIT.
           EXIT.

      *---------------------------------------------------------
      * Fiche entreprise : creation ou mise a jour
      *---------------------------------------------------------
       2000-ENREGISTRER-FICHE.
           ACCEPT WS-RAISON-SOCIALE
           ACCEPT WS-FORME
           ACCEPT WS-SAISIE-SIREN
           ACCEPT WS-SAISIE-NIC
           ACCEPT WS-SAISIE-IMMAT
           ACCEPT WS-CODE-APE

           IF WS-RAISON-SOCIALE = SPACES
               DISPLAY 'RAISON SOCIALE OBLIGATOIRE - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-FORME-VALIDE
               DISPLAY 'FORME JURIDIQUE INCONNUE : ' WS-FORME
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF WS-SAISIE-SIREN NOT NUMERIC
               OR WS-SAISIE-NIC NOT NUMERIC
               DISPLAY 'SIREN / NIC NON NUMERIQUE - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF WS-SAISIE-IMMAT NOT NUMERIC
               OR WS-SAISIE-IMMAT > WS-DATE-JOUR
               DISPLAY 'DATE D IMMATRICULATION INVALIDE : '
                       WS-SAISIE-IMMAT
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF WS-CODE-APE(1:4) NOT NUMERIC
               OR WS-CODE-APE(5:1) NOT ALPHABETIC-UPPER
               OR WS-CODE-APE(5:1) = SPACE
               DISPLAY 'CODE APE INVALIDE : ' WS-CODE-APE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

      * Cle du SIREN, puis du SIRET (SIREN + NIC) ; les
      * etablissements de La Poste (SIREN 356000000) ont un SIRET
      * dont la somme des chiffres est multiple de 5
           MOVE WS-SAISIE-SIREN TO WS-LUHN-ZONE
           MOVE 9 TO WS-LUHN-LONG
           PERFORM 7500-CALCULER-LUHN
           IF WS-LUHN-OK NOT = 'O'
               DISPLAY 'SIREN ' WS-SAISIE-SIREN ' : CLE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           STRING WS-SAISIE-SIREN WS-SAISIE-NIC
               DELIMITED BY SIZE INTO WS-LUHN-ZONE
           MOVE 14 TO WS-LUHN-LONG
           IF WS-SAISIE-SIREN = '356000000'
               PERFORM 7600-CONTROLER-SIRET-POSTE
           ELSE
               PERFORM 7500-CALCULER-LUHN
           END-IF
           IF WS-LUHN-OK NOT = 'O'
               DISPLAY 'SIRET ' WS-LUHN-ZONE ' : CLE INVALIDE'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           MOVE WS-SAISIE-SIREN TO WS-SIREN
           MOVE WS-SAISIE-NIC   TO WS-NIC
           MOVE SPACES TO WS-DATE-IMMAT-SQL
           STRING WS-SAISIE-IMMAT(1:4) '-' WS-SAISIE-IMMAT(5:2) '-'
                  WS-SAISIE-IMMAT(7:2)
               DELIMITED BY SIZE INTO WS-DATE-IMMAT-SQL

      * Une personne morale ne peut pas etre elle-meme inscrite
      * comme representant d'une autre entreprise
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-LIGNES
               FROM REPRESENTANT
               WHERE NUM_PERSONNE = :WS-NUM-COMPTE
                 AND STATUT = 'A'
           END-EXEC
           IF WS-NB-LIGNES > 0
               DISPLAY 'CLIENT ' WS-NUM-COMPTE ' REPRESENTANT D UNE'
                       ' ENTREPRISE : PERSONNE PHYSIQUE - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           IF WS-FICHE-EXISTE = 'O'
               EXEC SQL
                   UPDATE ENTREPRISE
                   SET RAISON_SOCIALE  = :WS-RAISON-SOCIALE,
                       FORME_JURIDIQUE = :WS-FORME,
                       SIREN           = :WS-SIREN,
                       NIC             = :WS-NIC,
                       DATE_IMMAT      = :WS-DATE-IMMAT-SQL,
                       CODE_APE        = :WS-CODE-APE,
                       DATE_MAJ        = :WS-DATE-JOUR-SQL
                   WHERE NUM_COMPTE = :WS-NUM-COMPTE
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO ENTREPRISE
                   (NUM_COMPTE, RAISON_SOCIALE, FORME_JURIDIQUE,
                    SIREN, NIC, DATE_IMMAT, CODE_APE, DATE_MAJ)
                   VALUES
                   (:WS-NUM-COMPTE, :WS-RAISON-SOCIALE, :WS-FORME,
                    :WS-SIREN, :WS-NIC, :WS-DATE-IMMAT-SQL,
                    :WS-CODE-APE, :WS-DATE-JOUR-SQL)
               END-EXEC
           END-IF
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR ECRITURE ENTREPRISE : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE 'ENTREPRI' TO AUD-TABLE
           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'CLIENT ' WS-NUM-COMPTE
               DELIMITED BY SIZE INTO AUD-CLE
           IF WS-FICHE-EXISTE = 'O'
               MOVE WS-ANCIENNE-RAISON TO AUD-ANCIENNE
           ELSE
               MOVE 'PERSONNE PHYSIQUE' TO AUD-ANCIENNE
           END-IF
           STRING 'SIRET ' WS-SIREN WS-NIC ' ' WS-FORME
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'FICHE ENTREPRISE ' WS-NUM-COMPTE ' ENREGISTREE : '
                   WS-RAISON-SOCIALE.

       2000-EXIT.
           EXIT.

      *---------------------------------------------------------
      * Inscription d'un representant / beneficiaire effectif
      *---------------------------------------------------------
       3000-AJOUTER-REPRESENTANT.
           ACCEPT WS-QUALITE
           ACCEPT WS-HABILITE
           ACCEPT WS-BENEFICIAIRE
           ACCEPT WS-SAISIE-PART

           IF WS-FICHE-EXISTE NOT = 'O'
               DISPLAY 'CLIENT ' WS-NUM-COMPTE ' SANS FICHE'
                       ' ENTREPRISE - FONCTION E D ABORD'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF WS-NUM-PERSONNE = WS-NUM-COMPTE
               DISPLAY 'LES DEUX NUMEROS SONT IDENTIQUES - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

      * Le representant est un client personne physique
           EXEC SQL
               SELECT C.NOM_CLIENT,
                      (SELECT COUNT(*) FROM ENTREPRISE E
                       WHERE E.NUM_COMPTE = C.NUM_COMPTE)
               INTO :WS-NOM-CLIENT, :WS-NB-LIGNES
               FROM CLIENT C
               WHERE C.NUM_COMPTE = :WS-NUM-PERSONNE
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'PERSONNE ' WS-NUM-PERSONNE ' INCONNUE'
                           ' DANS CLIENT - ABANDON'
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR SQL PERSONNE : ' SQLCODE
                   MOVE 8 TO RETURN-CODE
                   GO TO 3000-EXIT
           END-EVALUATE
           IF WS-NB-LIGNES > 0
               DISPLAY 'PERSONNE ' WS-NUM-PERSONNE ' EST UNE'
                       ' PERSONNE MORALE - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           IF WS-HABILITE NOT = 'O'
               MOVE 'N' TO WS-HABILITE
           END-IF
           IF WS-BENEFICIAIRE NOT = 'O'
               MOVE 'N' TO WS-BENEFICIAIRE
           END-IF
           IF WS-SAISIE-PART = SPACES
               MOVE '00000' TO WS-SAISIE-PART
           END-IF
           IF WS-SAISIE-PART NOT NUMERIC
               DISPLAY 'PART DU CAPITAL INVALIDE : ' WS-SAISIE-PART
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-SAISIE-PART TO WS-PART-NUM
           COMPUTE WS-PART-CAPITAL = WS-PART-NUM / 100
           IF WS-PART-CAPITAL > 100
               DISPLAY 'PART DU CAPITAL SUPERIEURE A 100 %'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF WS-PART-CAPITAL > 25
               MOVE 'O' TO WS-BENEFICIAIRE
           END-IF
           IF WS-HABILITE = 'N' AND WS-BENEFICIAIRE = 'N'
               DISPLAY 'NI HABILITE NI BENEFICIAIRE EFFECTIF -'
                       ' RIEN A INSCRIRE'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           IF WS-HABILITE = 'O' AND WS-QUALITE = SPACES
               DISPLAY 'QUALITE OBLIGATOIRE POUR UN REPRESENTANT'
                       ' HABILITE'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(PART_CAPITAL), 0)
               INTO :WS-NB-LIGNES, :WS-TOTAL-PARTS
               FROM REPRESENTANT
               WHERE NUM_ENTREPRISE = :WS-NUM-COMPTE
                 AND STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR SQL REPRESENTANTS : ' SQLCODE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           ADD WS-PART-CAPITAL TO WS-TOTAL-PARTS
           IF WS-TOTAL-PARTS > 100
               DISPLAY 'TOTAL DES PARTS INSCRITES SUPERIEUR A 100 %'
                       ' - ABANDON'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-NB-LIGNES
               FROM REPRESENTANT
               WHERE NUM_ENTREPRISE = :WS-NUM-COMPTE
                 AND NUM_PERSONNE   = :WS-NUM-PERSONNE
                 AND STATUT = 'A'
           END-EXEC
           IF WS-NB-LIGNES > 0
               DISPLAY 'PERSONNE ' WS-NUM-PERSONNE ' DEJA INSCRITE'
                       ' POUR CETTE ENTREPRISE'
               MOVE 4 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           EXEC SQL
               INSERT INTO REPRESENTANT
               (NUM_ENTREPRISE, NUM_PERSONNE, QUALITE, HABILITE,
                BENEFICIAIRE, PART_CAPITAL, DATE_DEBUT, DATE_FIN,
                STATUT)
               VALUES
               (:WS-NUM-COMPTE, :WS-NUM-PERSONNE, :WS-QUALITE,
                :WS-HABILITE, :WS-BENEFICIAIRE, :WS-PART-CAPITAL,
                :WS-DATE-JOUR-SQL, '9999-12-31', 'A')
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ERREUR INSERT REPRESENTANT : ' SQLCODE
               PERFORM 8000-ABANDON
           END-IF

           MOVE WS-PART-CAPITAL TO WS-PART-ED
           MOVE 'REPRESEN' TO AUD-TABLE
           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'ENT ' WS-NUM-COMPTE ' PERS ' WS-NUM-PERSONNE
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE 'NON INSCRIT' TO AUD-ANCIENNE
           STRING 'HAB ' WS-HABILITE ' BEN ' WS-BENEFICIAIRE
                  ' PART ' WS-PART-ED
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'PERSONNE ' WS-NUM-PERSONNE ' ' WS-NOM-CLIENT
                   ' INSCRITE : ' WS-QUALITE ' HABILITE '
                   WS-HABILITE ' BENEFICIAIRE ' WS-BENEFICIAIRE.

       3000-EXIT.
           EXIT.

      *---------------------------------------------------------
      * Revocation d'un representant
      *---------------------------------------------------------
       4000-REVOQUER.
           EXEC SQL
               UPDATE REPRESENTANT
               SET STATUT   = 'R',
                   DATE_FIN = :WS-DATE-JOUR-SQL
               WHERE NUM_ENTREPRISE = :WS-NUM-COMPTE
                 AND NUM_PERSONNE   = :WS-NUM-PERSONNE
                 AND STATUT = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'PERSONNE ' WS-NUM-PERSONNE ' NON INSCRITE'
                           ' OU DEJA REVOQUEE'
                   MOVE 4 TO RETURN-CODE
                   GO TO 4000-EXIT
               WHEN OTHER
                   DISPLAY 'ERREUR REVOCATION : ' SQLCODE
                   PERFORM 8000-ABANDON
           END-EVALUATE

           MOVE 'REPRESEN' TO AUD-TABLE
           MOVE SPACES TO AUD-CLE AUD-ANCIENNE AUD-NOUVELLE
           STRING 'ENT ' WS-NUM-COMPTE ' PERS ' WS-NUM-PERSONNE
               DELIMITED BY SIZE INTO AUD-CLE
           MOVE 'ACTIF' TO AUD-ANCIENNE
           STRING 'REVOQUE LE ' WS-DATE-JOUR-SQL
               DELIMITED BY SIZE INTO AUD-NOUVELLE
           CALL 'AUDITWR' USING WS-ZONE-AUDIT

           EXEC SQL
               COMMIT
           END-EXEC
           DISPLAY 'PERSONNE ' WS-NUM-PERSONNE ' REVOQUEE POUR '
                   WS-NUM-COMPTE.

       4000-EXIT.
           EXIT.

      * Cle de Luhn sur les WS-LUHN-LONG premiers chiffres de
      * WS-LUHN-ZONE : en partant de la droite, un chiffre sur deux
      * est double (moins 9 s'il depasse 9), la somme doit etre
      * multiple de 10
       7500-CALCULER-LUHN.
           MOVE 10 TO WS-LUHN-DIVISEUR
           MOVE 0 TO WS-LUHN-SOMME
           MOVE 0 TO WS-LUHN-RANG
           PERFORM VARYING WS-LUHN-POS FROM WS-LUHN-LONG BY -1
                   UNTIL WS-LUHN-POS < 1
               ADD 1 TO WS-LUHN-RANG
               MOVE WS-LUHN-ZONE(WS-LUHN-POS:1) TO WS-LUHN-CHIFFRE
               DIVIDE WS-LUHN-RANG BY 2 GIVING WS-LUHN-QUOTIENT
                   REMAINDER WS-LUHN-RESTE
               IF WS-LUHN-RESTE = 0
                   MULTIPLY 2 BY WS-LUHN-CHIFFRE
                   IF WS-LUHN-CHIFFRE > 9
                       SUBTRACT 9 FROM WS-LUHN-CHIFFRE
                   END-IF
               END-IF
               ADD WS-LUHN-CHIFFRE TO WS-LUHN-SOMME
           END-PERFORM
           PERFORM 7700-TESTER-SOMME.

      * SIRET de La Poste : somme simple des chiffres multiple de 5
       7600-CONTROLER-SIRET-POSTE.
           MOVE 5 TO WS-LUHN-DIVISEUR
           MOVE 0 TO WS-LUHN-SOMME
           PERFORM VARYING WS-LUHN-POS FROM 1 BY 1
                   UNTIL WS-LUHN-POS > WS-LUHN-LONG
               MOVE WS-LUHN-ZONE(WS-LUHN-POS:1) TO WS-LUHN-CHIFFRE
               ADD WS-LUHN-CHIFFRE TO WS-LUHN-SOMME
           END-PERFORM
           PERFORM 7700-TESTER-SOMME.

       7700-TESTER-SOMME.
           DIVIDE WS-LUHN-SOMME BY WS-LUHN-DIVISEUR
               GIVING WS-LUHN-QUOTIENT REMAINDER WS-LUHN-RESTE
           IF WS-LUHN-RESTE = 0
               MOVE 'O' TO WS-LUHN-OK
           ELSE
               MOVE 'N' TO WS-LUHN-OK
           END-IF.

       8000-ABANDON.
           EXEC SQL ROLLBACK END-EXEC
           DISPLAY 'MISE A JOUR INTERROMPUE - RIEN N EST RETENU'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       9000-FIN.
           DISPLAY 'FIN DU PROGRAMME ENTMAJ'.
