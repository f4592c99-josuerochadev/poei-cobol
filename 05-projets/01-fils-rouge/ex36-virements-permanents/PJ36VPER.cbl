      *   'A' = AJOUT (LE NUMERO D'ORDRE EST ATTRIBUE ICI)
      *   'M' = MODIFICATION PAR NUMERO D'ORDRE
      *   'S' = SUPPRESSION (DESACTIVATION) PAR NUMERO D'ORDRE
      *   'D' = SUSPENSION DE TOUS LES ORDRES ACTIFS D'UN COMPTE
      *         (DECES DU TITULAIRE, TRANSACTION EMISE PAR SUCBAT) :
      *         L'ORDRE PASSE 'S' ET N'EST PLUS EMIS PAR PJ36VGEN
      * CHAQUE ORDRE PORTE LE COMPTE, LE LIBELLE, LE MONTANT, LE
      * SENS CR/DB, LA NATURE, LA FREQUENCE ('H' = HEBDOMADAIRE,
      * 'M' = MENSUELLE, 'T' = TRIMESTRIELLE, 'A' = ANNUELLE) ET LA
       01 WS-NB-AJOUTS             PIC 9(05) VALUE 0.
       01 WS-NB-MODIFS             PIC 9(05) VALUE 0.
       01 WS-NB-SUPPR              PIC 9(05) VALUE 0.
       01 WS-NB-SUSP               PIC 9(05) VALUE 0.
       01 WS-NB-SUSP-CPT           PIC 9(05) VALUE 0.
       01 WS-NB-REFUS              PIC 9(05) VALUE 0.

      * LIGNES D'EDITION
                    PERFORM MODIFIER-ORDRE THRU MODIFIER-ORDRE-FIN
                WHEN 'S'
                    PERFORM SUPPRIMER-ORDRE
                WHEN 'D'
                    PERFORM SUSPENDRE-COMPTE
                WHEN OTHER
                    MOVE 'CODE INVALIDE' TO WS-MOTIF
            END-EVALUATE
                ADD 1 TO WS-NB-SUPPR
            END-IF.

      * DECES DU TITULAIRE : TOUS LES ORDRES ACTIFS DU COMPTE SONT
      * SUSPENDUS ('S') EN ATTENTE DU REGLEMENT DE LA SUCCESSION ;
      * UN COMPTE SANS ORDRE ACTIF N'EST PAS UNE ERREUR
       SUSPENDRE-COMPTE.
            IF TRN-NUM-COMPTE NOT NUMERIC
                MOVE 'COMPTE INVALIDE' TO WS-MOTIF
            ELSE
                MOVE 0 TO WS-NB-SUSP-CPT
                PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                        UNTIL WS-IDX-ORD > WS-NB-ORDRES
                    IF WS-ORD-NUM-COMPTE(WS-IDX-ORD) = TRN-NUM-COMPTE
                        AND WS-ORD-ACTIF(WS-IDX-ORD) = 'O'
                        MOVE 'S' TO WS-ORD-ACTIF(WS-IDX-ORD)
                        ADD 1 TO WS-NB-SUSP-CPT
                    END-IF
                END-PERFORM
                ADD WS-NB-SUSP-CPT TO WS-NB-SUSP
            END-IF.

       EDITER-TRANSACTION.
            MOVE SPACES TO WS-LIGNE-DETAIL
            MOVE TRN-CODE           TO WS-DET-CODE
            DISPLAY 'AJOUTS             : ' WS-NB-AJOUTS
            DISPLAY 'MODIFICATIONS      : ' WS-NB-MODIFS
            DISPLAY 'SUPPRESSIONS       : ' WS-NB-SUPPR
            DISPLAY 'ORDRES SUSPENDUS   : ' WS-NB-SUSP
            DISPLAY 'REFUSEES           : ' WS-NB-REFUS
            DISPLAY 'ORDRES AU FICHIER  : ' WS-NB-ORDRES
            DISPLAY 'FIN DU PROGRAMME PJ36VPER'.
