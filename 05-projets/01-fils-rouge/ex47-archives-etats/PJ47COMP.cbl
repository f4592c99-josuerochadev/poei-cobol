       IDENTIFICATION DIVISION.
       PROGRAM-ID. PJ47COMP.
      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL
      * COMPARAISON DE DEUX PASSAGES D'UN ETAT ARCHIVE
      *
      * RAPPROCHE LIGNE A LIGNE DEUX VERSIONS D'UN MEME ETAT
      * CAPTUREES PAR PJ47RARC (APRES UNE MODIFICATION DE PROGRAMME
      * OU QUAND LES CHIFFRES SURPRENNENT). LES CRITERES SONT SAISIS
      * EN DEBUT DE TRAITEMENT :
      *   - CODE ETAT (CELUI DE L'INDEX FRAPIDX)
      *   - DATE DU PASSAGE DE REFERENCE (AAAA-MM-JJ)
      *   - DATE DU PASSAGE A COMPARER   (AAAA-MM-JJ)
      * LA DEFINITION DE CHAQUE ETAT EST LUE DANS FRAPCMP :
      *   - POSITION ET LONGUEUR DE LA ZONE CLE (COMPTE, REGION,
      *     ACTIVITE...), TYPE 'N' (CLE NUMERIQUE) OU 'X'
      *   - JUSQU'A 4 ZONES MONTANT (POSITION, LONGUEUR)
      *   - LE LIBELLE QUI REPERE LA LIGNE DE TOTAL GENERAL
      *   - LA TOLERANCE D'ECART SUR CE TOTAL
      * SEULES LES LIGNES DE DETAIL SONT RAPPROCHEES : CLE
      * RENSEIGNEE (NUMERIQUE POUR LE TYPE 'N') ET UN CHIFFRE AU
      * MOINS DANS LES ZONES MONTANT. LES ENTETES, DATES, NUMEROS DE
      * PAGE ET SEPARATEURS SONT DONC IGNORES. A CLE EGALE, LES
      * LIGNES SONT APPARIEES DANS L'ORDRE DE L'ETAT.
      * L'ETAT FCOMPAR LISTE LES LIGNES SUPPRIMEES, AJOUTEES ET
      * MODIFIEES (AVEC LES MONTANTS AVANT, APRES ET L'ECART DE
      * CHAQUE ZONE QUI DIFFERE), PUIS LE BILAN DES DIFFERENCES ET
      * LA COMPARAISON DU TOTAL GENERAL ; UN ECART DE TOTAL AU DELA
      * DE LA TOLERANCE EST SIGNALE ET DONNE LE CODE RETOUR 4.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT F-ARCHIVE ASSIGN TO FRAPARCH
                FILE STATUS IS WS-FS-ARC.

            SELECT F-INDEX ASSIGN TO FRAPIDX
                FILE STATUS IS WS-FS-IDX.

            SELECT F-DEFINITION ASSIGN TO FRAPCMP
                FILE STATUS IS WS-FS-DEF.

            SELECT F-COMPAR ASSIGN TO FCOMPAR
                FILE STATUS IS WS-FS-CMP.

       DATA DIVISION.
       FILE SECTION.

       FD F-ARCHIVE.
       01 ENR-ARCHIVE.
           05 ARH-CODE             PIC X(08).
           05 ARH-DATE             PIC X(10).
           05 ARH-NO-LIGNE         PIC 9(06).
           05 ARH-CORPS            PIC X(80).

       FD F-INDEX.
       01 ENR-INDEX.
           05 IDX-CODE             PIC X(08).
           05 IDX-DATE             PIC X(10).
           05 IDX-NB-LIGNES        PIC 9(06).
           05 IDX-NB-PAGES         PIC 9(04).
           05 FILLER               PIC X(52).

      * DEFINITION DE COMPARAISON : UNE LIGNE PAR CODE ETAT
       FD F-DEFINITION.
       01 ENR-DEFINITION.
           05 DEF-CODE             PIC X(08).
           05 DEF-CLE-POS          PIC 9(02).
           05 DEF-CLE-LONG         PIC 9(02).
           05 DEF-CLE-TYPE         PIC X(01).
           05 DEF-NB-MONTANTS      PIC 9(01).
           05 DEF-MONTANT OCCURS 4 TIMES.
               10 DEF-MT-POS       PIC 9(02).
               10 DEF-MT-LONG      PIC 9(02).
           05 DEF-TOTAL-LIBELLE    PIC X(20).
           05 DEF-TOLERANCE        PIC 9(09)V99.
           05 FILLER               PIC X(19).

       FD F-COMPAR.
       01 ENR-COMPAR               PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-ARC                PIC X(02).
       01 WS-FS-IDX                PIC X(02).
       01 WS-FS-DEF                PIC X(02).
       01 WS-FS-CMP                PIC X(02).

       01 WS-EOF                   PIC 9(01) VALUE 0.

      * CRITERES DE COMPARAISON
       01 WS-CODE-DEMANDE          PIC X(08).
       01 WS-DATE-AVANT            PIC X(10).
       01 WS-DATE-APRES            PIC X(10).
       01 WS-TROUVE-AVANT          PIC 9(01) VALUE 0.
       01 WS-TROUVE-APRES          PIC 9(01) VALUE 0.

      * DEFINITION RETENUE POUR L'ETAT
       01 WS-DEFINITION.
           05 WS-DEF-TROUVEE       PIC 9(01) VALUE 0.
           05 WS-CLE-POS           PIC 9(02) VALUE 0.
           05 WS-CLE-LONG          PIC 9(02) VALUE 0.
           05 WS-CLE-TYPE          PIC X(01) VALUE 'N'.
           05 WS-NB-MONTANTS       PIC 9(01) VALUE 0.
           05 WS-ZONE-MONTANT OCCURS 4 TIMES.
               10 WS-MT-POS        PIC 9(02).
               10 WS-MT-LONG       PIC 9(02).
           05 WS-TOTAL-LIBELLE     PIC X(20) VALUE SPACES.
           05 WS-TOTAL-LONG        PIC 9(02) VALUE 0.
           05 WS-TOLERANCE         PIC 9(09)V99 VALUE 0.

      * LES DEUX VERSIONS DE L'ETAT (1 = REFERENCE, 2 = A COMPARER)
       01 WS-VERSION               PIC 9(01) VALUE 0.
       01 WS-TAB-VERSIONS.
           05 WS-VERS OCCURS 2 TIMES.
               10 WS-NB-LIGNES     PIC 9(04).
               10 WS-NB-IGNOREES   PIC 9(05).
               10 WS-TOTAL-VU      PIC 9(01).
               10 WS-TOTAL-MT      PIC S9(13)V99 OCCURS 4 TIMES.
               10 WS-CUMUL-MT      PIC S9(13)V99 OCCURS 4 TIMES.
               10 WS-LIGNE OCCURS 2000 TIMES.
                   15 WS-LIG-CLE   PIC X(20).
                   15 WS-LIG-CORPS PIC X(80).
                   15 WS-LIG-MT    PIC S9(13)V99 OCCURS 4 TIMES.
                   15 WS-LIG-APPARIEE PIC 9(01).
       01 WS-DEBORDEMENT           PIC 9(01) VALUE 0.

       01 WS-I                     PIC 9(04) VALUE 0.
       01 WS-J                     PIC 9(04) VALUE 0.
       01 WS-Z                     PIC 9(01) VALUE 0.
       01 WS-POSITION              PIC 9(02) VALUE 0.
       01 WS-DERNIERE-POS          PIC 9(02) VALUE 0.
       01 WS-TROUVE                PIC 9(01) VALUE 0.

      * ANALYSE DE LA LIGNE LUE
       01 WS-CLE-LIGNE             PIC X(20).
       01 WS-LIGNE-DETAIL          PIC 9(01) VALUE 0.
       01 WS-LIGNE-TOTAL           PIC 9(01) VALUE 0.
       01 WS-CHIFFRES-VUS          PIC 9(01) VALUE 0.
       01 WS-MT-LIGNE              PIC S9(13)V99 OCCURS 4 TIMES.

      * LECTURE D'UN MONTANT EDITE (Z(8)9.99, -(9)9.99, ...) SANS
      * FONCTION : CHIFFRES CUMULES, SEPARATEUR DECIMAL, SIGNE
       01 WS-ZONE-EDITEE           PIC X(20).
       01 WS-CAR                   PIC X(01).
       01 WS-CHIFFRE               PIC 9(01).
       01 WS-VAL-ENTIER            PIC 9(13) VALUE 0.
       01 WS-VAL-DECIMAL           PIC 9(02) VALUE 0.
       01 WS-NB-DECIMALES          PIC 9(01) VALUE 0.
       01 WS-EN-DECIMALES          PIC 9(01) VALUE 0.
       01 WS-NEGATIF               PIC 9(01) VALUE 0.
       01 WS-VALEUR                PIC S9(13)V99 VALUE 0.

      * BILAN
       01 WS-NB-IDENTIQUES         PIC 9(05) VALUE 0.
       01 WS-NB-MODIFIEES          PIC 9(05) VALUE 0.
       01 WS-NB-SUPPRIMEES         PIC 9(05) VALUE 0.
       01 WS-NB-AJOUTEES           PIC 9(05) VALUE 0.
       01 WS-LIGNE-DIFFERE         PIC 9(01) VALUE 0.
       01 WS-ECART                 PIC S9(13)V99 VALUE 0.
       01 WS-ECART-ABS             PIC 9(13)V99 VALUE 0.
       01 WS-ALERTE-TOTAL          PIC 9(01) VALUE 0.

      * LIGNES DE L'ETAT
       01 WS-LIGNE-SEP             PIC X(80) VALUE ALL '='.
       01 WS-LIGNE-TIRETS          PIC X(80) VALUE ALL '-'.
       01 WS-LIGNE-VIDE            PIC X(80) VALUE SPACES.

       01 WS-LIGNE-TITRE.
           05 FILLER               PIC X(28)
              VALUE '*** COMPARAISON DE L ETAT : '.
           05 WS-TIT-CODE          PIC X(08).
           05 FILLER               PIC X(04) VALUE ' DU '.
           05 WS-TIT-AVANT         PIC X(10).
           05 FILLER               PIC X(05) VALUE ' AU  '.
           05 WS-TIT-APRES         PIC X(10).
           05 FILLER               PIC X(04) VALUE ' ***'.
           05 FILLER               PIC X(11) VALUE SPACES.

       01 WS-LIGNE-MOUVEMENT.
           05 WS-LMV-NATURE        PIC X(12).
           05 WS-LMV-CORPS         PIC X(68).

       01 WS-LIGNE-MODIFIEE.
           05 FILLER               PIC X(12) VALUE '* MODIFIEE  '.
           05 FILLER               PIC X(06) VALUE 'CLE : '.
           05 WS-LMO-CLE           PIC X(20).
           05 FILLER               PIC X(42) VALUE SPACES.

       01 WS-LIGNE-ZONE.
           05 FILLER               PIC X(09) VALUE '    ZONE '.
           05 WS-LZO-ZONE          PIC 9(01).
           05 FILLER               PIC X(03) VALUE ' : '.
           05 WS-LZO-AVANT         PIC -(11)9.99.
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 WS-LZO-APRES         PIC -(11)9.99.
           05 FILLER               PIC X(08) VALUE '  ECART '.
           05 WS-LZO-ECART         PIC -(11)9.99.
           05 FILLER               PIC X(07) VALUE SPACES.

       01 WS-LIGNE-COMPTEUR.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LCO-LIBELLE       PIC X(42).
           05 WS-LCO-NB            PIC Z(04)9.
           05 FILLER               PIC X(31) VALUE SPACES.

       01 WS-LIGNE-MESSAGE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LME-TEXTE         PIC X(78).

       PROCEDURE DIVISION.

       PRINCIPAL.
            DISPLAY 'DEBUT DU PROGRAMME PJ47COMP'

            DISPLAY 'CODE ETAT A COMPARER : '
            ACCEPT WS-CODE-DEMANDE FROM SYSIN
            DISPLAY 'DATE DU PASSAGE DE REFERENCE (AAAA-MM-JJ) : '
            ACCEPT WS-DATE-AVANT FROM SYSIN
            DISPLAY 'DATE DU PASSAGE A COMPARER (AAAA-MM-JJ) : '
            ACCEPT WS-DATE-APRES FROM SYSIN
            IF WS-CODE-DEMANDE = SPACES OR WS-DATE-AVANT = SPACES
                OR WS-DATE-APRES = SPACES
                DISPLAY 'CODE ETAT ET DEUX DATES OBLIGATOIRES - ABANDON'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM VERIFIER-INDEX THRU VERIFIER-INDEX-FIN
            IF WS-TROUVE-AVANT = 0 OR WS-TROUVE-APRES = 0
                DISPLAY 'PASSAGE ABSENT DE L INDEX DES ETATS - ABANDON'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM LIRE-DEFINITION THRU LIRE-DEFINITION-FIN
            IF WS-DEF-TROUVEE = 0
                DISPLAY 'ETAT ' WS-CODE-DEMANDE
                        ' SANS DEFINITION DANS FRAPCMP - ABANDON'
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM CHARGER-VERSIONS THRU CHARGER-VERSIONS-FIN

            OPEN OUTPUT F-COMPAR
            IF WS-FS-CMP NOT = '00'
                DISPLAY 'ERREUR OUVERTURE FCOMPAR : ' WS-FS-CMP
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE WS-CODE-DEMANDE TO WS-TIT-CODE
            MOVE WS-DATE-AVANT   TO WS-TIT-AVANT
            MOVE WS-DATE-APRES   TO WS-TIT-APRES
            WRITE ENR-COMPAR FROM WS-LIGNE-SEP
            WRITE ENR-COMPAR FROM WS-LIGNE-TITRE
            WRITE ENR-COMPAR FROM WS-LIGNE-SEP

            PERFORM VARYING WS-I FROM 1 BY 1
                    UNTIL WS-I > WS-NB-LIGNES(1)
                PERFORM RAPPROCHER-LIGNE
            END-PERFORM
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-NB-LIGNES(2)
                IF WS-LIG-APPARIEE(2, WS-J) = 0
                    ADD 1 TO WS-NB-AJOUTEES
                    MOVE '+ AJOUTEE   ' TO WS-LMV-NATURE
                    MOVE WS-LIG-CORPS(2, WS-J) TO WS-LMV-CORPS
                    WRITE ENR-COMPAR FROM WS-LIGNE-MOUVEMENT
                END-IF
            END-PERFORM

            PERFORM EDITER-BILAN
            PERFORM COMPARER-TOTAL-GENERAL
                THRU COMPARER-TOTAL-GENERAL-FIN
            WRITE ENR-COMPAR FROM WS-LIGNE-SEP
            CLOSE F-COMPAR

            DISPLAY 'LIGNES IDENTIQUES  : ' WS-NB-IDENTIQUES
            DISPLAY 'LIGNES MODIFIEES   : ' WS-NB-MODIFIEES
            DISPLAY 'LIGNES SUPPRIMEES  : ' WS-NB-SUPPRIMEES
            DISPLAY 'LIGNES AJOUTEES    : ' WS-NB-AJOUTEES
            DISPLAY 'FIN DU PROGRAMME PJ47COMP'
            IF WS-ALERTE-TOTAL = 1 OR WS-DEBORDEMENT = 1
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
            GOBACK.

      * LES DEUX PASSAGES DOIVENT FIGURER A L'INDEX ; SINON L'INDEX
      * EST AFFICHE POUR AIDER L'OPERATEUR, COMME DANS PJ47REIM
       VERIFIER-INDEX.
            OPEN INPUT F-INDEX
            IF WS-FS-IDX NOT = '00'
                DISPLAY 'INDEX DES ETATS INDISPONIBLE : ' WS-FS-IDX
                GO TO VERIFIER-INDEX-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-INDEX
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF IDX-CODE = WS-CODE-DEMANDE
                            IF IDX-DATE = WS-DATE-AVANT
                                MOVE 1 TO WS-TROUVE-AVANT
                            END-IF
                            IF IDX-DATE = WS-DATE-APRES
                                MOVE 1 TO WS-TROUVE-APRES
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-INDEX

            IF WS-TROUVE-AVANT = 1 AND WS-TROUVE-APRES = 1
                GO TO VERIFIER-INDEX-FIN
            END-IF
            DISPLAY 'ETATS DISPONIBLES DANS L ARCHIVE :'
            OPEN INPUT F-INDEX
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-INDEX
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        DISPLAY '  ' IDX-CODE ' DU ' IDX-DATE
                                ' : ' IDX-NB-LIGNES ' LIGNES, '
                                IDX-NB-PAGES ' PAGES'
                END-READ
            END-PERFORM
            CLOSE F-INDEX.

       VERIFIER-INDEX-FIN.
            EXIT.

       LIRE-DEFINITION.
            OPEN INPUT F-DEFINITION
            IF WS-FS-DEF NOT = '00'
                DISPLAY 'DEFINITIONS FRAPCMP INDISPONIBLES : '
                        WS-FS-DEF
                GO TO LIRE-DEFINITION-FIN
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-DEFINITION
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF DEF-CODE = WS-CODE-DEMANDE
                            PERFORM RETENIR-DEFINITION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-DEFINITION.

       LIRE-DEFINITION-FIN.
            EXIT.

      * UNE DEFINITION INCOHERENTE (ZONE HORS DE LA LIGNE) EST
      * ECARTEE COMME SI ELLE MANQUAIT
       RETENIR-DEFINITION.
            MOVE 1 TO WS-DEF-TROUVEE
            MOVE DEF-CLE-POS     TO WS-CLE-POS
            MOVE DEF-CLE-LONG    TO WS-CLE-LONG
            MOVE DEF-CLE-TYPE    TO WS-CLE-TYPE
            MOVE DEF-NB-MONTANTS TO WS-NB-MONTANTS
            IF WS-CLE-POS = 0 OR WS-CLE-LONG = 0 OR WS-CLE-LONG > 20
                OR WS-CLE-POS + WS-CLE-LONG > 81
                OR WS-NB-MONTANTS > 4
                MOVE 0 TO WS-DEF-TROUVEE
            END-IF
            PERFORM VARYING WS-Z FROM 1 BY 1 UNTIL WS-Z > 4
                MOVE DEF-MT-POS(WS-Z)  TO WS-MT-POS(WS-Z)
                MOVE DEF-MT-LONG(WS-Z) TO WS-MT-LONG(WS-Z)
                IF WS-Z <= WS-NB-MONTANTS
                    IF WS-MT-POS(WS-Z) = 0 OR WS-MT-LONG(WS-Z) = 0
                        OR WS-MT-LONG(WS-Z) > 20
                        OR WS-MT-POS(WS-Z) + WS-MT-LONG(WS-Z) > 81
                        MOVE 0 TO WS-DEF-TROUVEE
                    END-IF
                END-IF
            END-PERFORM
            MOVE DEF-TOTAL-LIBELLE TO WS-TOTAL-LIBELLE
            MOVE DEF-TOLERANCE     TO WS-TOLERANCE
            IF DEF-TOLERANCE NOT NUMERIC
                MOVE 0 TO WS-TOLERANCE
            END-IF
            MOVE 0 TO WS-TOTAL-LONG
            PERFORM VARYING WS-POSITION FROM 20 BY -1
                    UNTIL WS-POSITION = 0 OR WS-TOTAL-LONG > 0
                IF WS-TOTAL-LIBELLE(WS-POSITION:1) NOT = SPACE
                    MOVE WS-POSITION TO WS-TOTAL-LONG
                END-IF
            END-PERFORM.

      * LES DEUX PASSAGES SONT LUS EN UNE SEULE LECTURE DE L'ARCHIVE
       CHARGER-VERSIONS.
            INITIALIZE WS-TAB-VERSIONS
            OPEN INPUT F-ARCHIVE
            IF WS-FS-ARC NOT = '00'
                DISPLAY 'ARCHIVE DES ETATS INDISPONIBLE : ' WS-FS-ARC
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE 0 TO WS-EOF
            PERFORM UNTIL WS-EOF = 1
                READ F-ARCHIVE
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF ARH-CODE = WS-CODE-DEMANDE
                            IF ARH-DATE = WS-DATE-AVANT
                                MOVE 1 TO WS-VERSION
                                PERFORM CLASSER-LIGNE
                            END-IF
                            IF ARH-DATE = WS-DATE-APRES
                                MOVE 2 TO WS-VERSION
                                PERFORM CLASSER-LIGNE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-ARCHIVE.

       CHARGER-VERSIONS-FIN.
            EXIT.

      * LIGNE DE TOTAL GENERAL, LIGNE DE DETAIL OU LIGNE IGNOREE
       CLASSER-LIGNE.
            MOVE 0 TO WS-LIGNE-TOTAL
            IF WS-TOTAL-LONG > 0
                COMPUTE WS-DERNIERE-POS = 81 - WS-TOTAL-LONG
                PERFORM VARYING WS-POSITION FROM 1 BY 1
                        UNTIL WS-POSITION > WS-DERNIERE-POS
                           OR WS-LIGNE-TOTAL = 1
                    IF ARH-CORPS(WS-POSITION:WS-TOTAL-LONG)
                        = WS-TOTAL-LIBELLE(1:WS-TOTAL-LONG)
                        MOVE 1 TO WS-LIGNE-TOTAL
                    END-IF
                END-PERFORM
            END-IF

            PERFORM LIRE-MONTANTS-LIGNE

            IF WS-LIGNE-TOTAL = 1
                MOVE 1 TO WS-TOTAL-VU(WS-VERSION)
                PERFORM VARYING WS-Z FROM 1 BY 1 UNTIL WS-Z > 4
                    MOVE WS-MT-LIGNE(WS-Z)
                        TO WS-TOTAL-MT(WS-VERSION, WS-Z)
                END-PERFORM
            ELSE
                MOVE SPACES TO WS-CLE-LIGNE
                MOVE ARH-CORPS(WS-CLE-POS:WS-CLE-LONG) TO WS-CLE-LIGNE
                MOVE 1 TO WS-LIGNE-DETAIL
                IF WS-CLE-LIGNE = SPACES OR WS-CHIFFRES-VUS = 0
                    MOVE 0 TO WS-LIGNE-DETAIL
                END-IF
                IF WS-CLE-TYPE = 'N'
                    AND ARH-CORPS(WS-CLE-POS:WS-CLE-LONG) NOT NUMERIC
                    MOVE 0 TO WS-LIGNE-DETAIL
                END-IF
                IF WS-LIGNE-DETAIL = 1
                    PERFORM RANGER-LIGNE
                ELSE
                    ADD 1 TO WS-NB-IGNOREES(WS-VERSION)
                END-IF
            END-IF.

       RANGER-LIGNE.
            IF WS-NB-LIGNES(WS-VERSION) >= 2000
                IF WS-DEBORDEMENT = 0
                    DISPLAY 'PLUS DE 2000 LIGNES DE DETAIL - LA SUITE'
                            ' N EST PAS COMPAREE'
                END-IF
                MOVE 1 TO WS-DEBORDEMENT
            ELSE
                ADD 1 TO WS-NB-LIGNES(WS-VERSION)
                MOVE WS-NB-LIGNES(WS-VERSION) TO WS-I
                MOVE WS-CLE-LIGNE TO WS-LIG-CLE(WS-VERSION, WS-I)
                MOVE ARH-CORPS    TO WS-LIG-CORPS(WS-VERSION, WS-I)
                MOVE 0 TO WS-LIG-APPARIEE(WS-VERSION, WS-I)
                PERFORM VARYING WS-Z FROM 1 BY 1 UNTIL WS-Z > 4
                    MOVE WS-MT-LIGNE(WS-Z)
                        TO WS-LIG-MT(WS-VERSION, WS-I, WS-Z)
                    ADD WS-MT-LIGNE(WS-Z)
                        TO WS-CUMUL-MT(WS-VERSION, WS-Z)
                END-PERFORM
            END-IF.

       LIRE-MONTANTS-LIGNE.
            MOVE 0 TO WS-CHIFFRES-VUS
            PERFORM VARYING WS-Z FROM 1 BY 1 UNTIL WS-Z > 4
                MOVE 0 TO WS-MT-LIGNE(WS-Z)
                IF WS-Z <= WS-NB-MONTANTS
                    MOVE SPACES TO WS-ZONE-EDITEE
                    MOVE ARH-CORPS(WS-MT-POS(WS-Z):WS-MT-LONG(WS-Z))
                        TO WS-ZONE-EDITEE
                    PERFORM DECODER-MONTANT
                    MOVE WS-VALEUR TO WS-MT-LIGNE(WS-Z)
                END-IF
            END-PERFORM.

      * MONTANT EDITE -> VALEUR : LES CHIFFRES AVANT LE PREMIER
      * POINT OU VIRGULE FONT LA PARTIE ENTIERE, LES DEUX SUIVANTS
      * LES CENTIMES ; UN '-' OU UN 'CR'/'DB' REND LA VALEUR NEGATIVE
       DECODER-MONTANT.
            MOVE 0 TO WS-VAL-ENTIER WS-VAL-DECIMAL WS-NB-DECIMALES
                      WS-EN-DECIMALES WS-NEGATIF
            PERFORM VARYING WS-POSITION FROM 1 BY 1
                    UNTIL WS-POSITION > 20
                MOVE WS-ZONE-EDITEE(WS-POSITION:1) TO WS-CAR
                EVALUATE TRUE
                    WHEN WS-CAR >= '0' AND WS-CAR <= '9'
                        MOVE 1 TO WS-CHIFFRES-VUS
                        MOVE WS-CAR TO WS-CHIFFRE
                        IF WS-EN-DECIMALES = 0
                            COMPUTE WS-VAL-ENTIER =
                                WS-VAL-ENTIER * 10 + WS-CHIFFRE
                        ELSE
                            IF WS-NB-DECIMALES < 2
                                COMPUTE WS-VAL-DECIMAL =
                                    WS-VAL-DECIMAL * 10 + WS-CHIFFRE
                                ADD 1 TO WS-NB-DECIMALES
                            END-IF
                        END-IF
                    WHEN WS-CAR = '.' OR WS-CAR = ','
                        MOVE 1 TO WS-EN-DECIMALES
                    WHEN WS-CAR = '-'
                        MOVE 1 TO WS-NEGATIF
                    WHEN WS-CAR = 'C' OR WS-CAR = 'D'
                        MOVE 1 TO WS-NEGATIF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM
            IF WS-NB-DECIMALES = 1
                COMPUTE WS-VAL-DECIMAL = WS-VAL-DECIMAL * 10
            END-IF
            COMPUTE WS-VALEUR = WS-VAL-ENTIER + WS-VAL-DECIMAL / 100
            IF WS-NEGATIF = 1
                COMPUTE WS-VALEUR = 0 - WS-VALEUR
            END-IF.

      * LIGNE DE REFERENCE WS-I : PREMIERE LIGNE LIBRE DE MEME CLE
      * DANS LE PASSAGE COMPARE, SINON LIGNE SUPPRIMEE
       RAPPROCHER-LIGNE.
            MOVE 0 TO WS-TROUVE
            PERFORM VARYING WS-J FROM 1 BY 1
                    UNTIL WS-J > WS-NB-LIGNES(2) OR WS-TROUVE = 1
                IF WS-LIG-APPARIEE(2, WS-J) = 0
                    AND WS-LIG-CLE(2, WS-J) = WS-LIG-CLE(1, WS-I)
                    MOVE 1 TO WS-TROUVE
                    MOVE 1 TO WS-LIG-APPARIEE(2, WS-J)
                END-IF
            END-PERFORM

            IF WS-TROUVE = 0
                ADD 1 TO WS-NB-SUPPRIMEES
                MOVE '- SUPPRIMEE ' TO WS-LMV-NATURE
                MOVE WS-LIG-CORPS(1, WS-I) TO WS-LMV-CORPS
                WRITE ENR-COMPAR FROM WS-LIGNE-MOUVEMENT
            ELSE
                SUBTRACT 1 FROM WS-J
                MOVE 1 TO WS-LIG-APPARIEE(1, WS-I)
                PERFORM COMPARER-MONTANTS
            END-IF.

       COMPARER-MONTANTS.
            MOVE 0 TO WS-LIGNE-DIFFERE
            PERFORM VARYING WS-Z FROM 1 BY 1
                    UNTIL WS-Z > WS-NB-MONTANTS
                IF WS-LIG-MT(1, WS-I, WS-Z)
                    NOT = WS-LIG-MT(2, WS-J, WS-Z)
                    IF WS-LIGNE-DIFFERE = 0
                        MOVE 1 TO WS-LIGNE-DIFFERE
                        ADD 1 TO WS-NB-MODIFIEES
                        MOVE WS-LIG-CLE(1, WS-I) TO WS-LMO-CLE
                        WRITE ENR-COMPAR FROM WS-LIGNE-MODIFIEE
                    END-IF
                    MOVE WS-Z TO WS-LZO-ZONE
                    MOVE WS-LIG-MT(1, WS-I, WS-Z) TO WS-LZO-AVANT
                    MOVE WS-LIG-MT(2, WS-J, WS-Z) TO WS-LZO-APRES
                    COMPUTE WS-ECART = WS-LIG-MT(2, WS-J, WS-Z)
                                     - WS-LIG-MT(1, WS-I, WS-Z)
                    MOVE WS-ECART TO WS-LZO-ECART
                    WRITE ENR-COMPAR FROM WS-LIGNE-ZONE
                END-IF
            END-PERFORM
            IF WS-LIGNE-DIFFERE = 0
                ADD 1 TO WS-NB-IDENTIQUES
            END-IF.

       EDITER-BILAN.
            WRITE ENR-COMPAR FROM WS-LIGNE-VIDE
            WRITE ENR-COMPAR FROM WS-LIGNE-TIRETS
            MOVE 'LIGNES DE DETAIL DU PASSAGE DE REFERENCE :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-LIGNES(1) TO WS-LCO-NB
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            MOVE 'LIGNES DE DETAIL DU PASSAGE COMPARE     :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-LIGNES(2) TO WS-LCO-NB
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            MOVE 'LIGNES IDENTIQUES                       :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-IDENTIQUES TO WS-LCO-NB
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            MOVE 'LIGNES MODIFIEES                        :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-MODIFIEES TO WS-LCO-NB
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            MOVE 'LIGNES SUPPRIMEES                       :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-SUPPRIMEES TO WS-LCO-NB
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            MOVE 'LIGNES AJOUTEES                         :'
                TO WS-LCO-LIBELLE
            MOVE WS-NB-AJOUTEES TO WS-LCO-NB
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            COMPUTE WS-LCO-NB = WS-NB-MODIFIEES + WS-NB-SUPPRIMEES
                              + WS-NB-AJOUTEES
            MOVE 'TOTAL DES DIFFERENCES                   :'
                TO WS-LCO-LIBELLE
            WRITE ENR-COMPAR FROM WS-LIGNE-COMPTEUR
            IF WS-DEBORDEMENT = 1
                MOVE 'ATTENTION : ETAT TRONQUE A 2000 LIGNES DE DETAIL'
                    TO WS-LME-TEXTE
                WRITE ENR-COMPAR FROM WS-LIGNE-MESSAGE
            END-IF

            WRITE ENR-COMPAR FROM WS-LIGNE-VIDE
            MOVE 'CUMUL DES LIGNES DE DETAIL PAR ZONE MONTANT :'
                TO WS-LME-TEXTE
            WRITE ENR-COMPAR FROM WS-LIGNE-MESSAGE
            PERFORM VARYING WS-Z FROM 1 BY 1
                    UNTIL WS-Z > WS-NB-MONTANTS
                MOVE WS-Z TO WS-LZO-ZONE
                MOVE WS-CUMUL-MT(1, WS-Z) TO WS-LZO-AVANT
                MOVE WS-CUMUL-MT(2, WS-Z) TO WS-LZO-APRES
                COMPUTE WS-ECART = WS-CUMUL-MT(2, WS-Z)
                                 - WS-CUMUL-MT(1, WS-Z)
                MOVE WS-ECART TO WS-LZO-ECART
                WRITE ENR-COMPAR FROM WS-LIGNE-ZONE
            END-PERFORM.

      * LA LIGNE DE TOTAL GENERAL EST COMPAREE ZONE PAR ZONE ; UN
      * ECART AU DELA DE LA TOLERANCE EST SIGNALE
       COMPARER-TOTAL-GENERAL.
            IF WS-TOTAL-LONG = 0
                GO TO COMPARER-TOTAL-GENERAL-FIN
            END-IF
            WRITE ENR-COMPAR FROM WS-LIGNE-VIDE
            IF WS-TOTAL-VU(1) = 0 OR WS-TOTAL-VU(2) = 0
                MOVE 'LIGNE DE TOTAL GENERAL ABSENTE D UN DES PASSAGES'
                    TO WS-LME-TEXTE
                WRITE ENR-COMPAR FROM WS-LIGNE-MESSAGE
                GO TO COMPARER-TOTAL-GENERAL-FIN
            END-IF
            MOVE 'TOTAL GENERAL PAR ZONE MONTANT :' TO WS-LME-TEXTE
            WRITE ENR-COMPAR FROM WS-LIGNE-MESSAGE
            PERFORM VARYING WS-Z FROM 1 BY 1
                    UNTIL WS-Z > WS-NB-MONTANTS
                MOVE WS-Z TO WS-LZO-ZONE
                MOVE WS-TOTAL-MT(1, WS-Z) TO WS-LZO-AVANT
                MOVE WS-TOTAL-MT(2, WS-Z) TO WS-LZO-APRES
                COMPUTE WS-ECART = WS-TOTAL-MT(2, WS-Z)
                                 - WS-TOTAL-MT(1, WS-Z)
                MOVE WS-ECART TO WS-LZO-ECART
                WRITE ENR-COMPAR FROM WS-LIGNE-ZONE
                IF WS-ECART < 0
                    COMPUTE WS-ECART-ABS = 0 - WS-ECART
                ELSE
                    MOVE WS-ECART TO WS-ECART-ABS
                END-IF
                IF WS-ECART-ABS > WS-TOLERANCE
                    MOVE 1 TO WS-ALERTE-TOTAL
                END-IF
            END-PERFORM
            IF WS-ALERTE-TOTAL = 1
                MOVE '*** ALERTE : TOTAL GENERAL DEPLACE AU DELA DE LA'
                    TO WS-LME-TEXTE
                MOVE 'TOLERANCE ***' TO WS-LME-TEXTE(50:13)
                WRITE ENR-COMPAR FROM WS-LIGNE-MESSAGE
                DISPLAY 'ALERTE : ECART DE TOTAL GENERAL HORS TOLERANCE'
            ELSE
                MOVE 'TOTAL GENERAL DANS LA TOLERANCE' TO WS-LME-TEXTE
                WRITE ENR-COMPAR FROM WS-LIGNE-MESSAGE
            END-IF.

       COMPARER-TOTAL-GENERAL-FIN.
            EXIT.
