      *================================================================*
      * TROISIEME PARTIE MàJ DES DONNéES ET PROGRAMMATION COBOL         
      * CALCUL MONTANT GENERAL ET MOYENNE DEBITEURS/CREDITEURS          
      * DETAIL PAR NATURE DE COMPTE, PAR AGENCE ET PAR TYPE DE CLIENT
      * (PARTICULIERS / ENTREPRISES)
      *================================================================*
       ENVIRONMENT DIVISION.                                            
       INPUT-OUTPUT SECTION.                                            
           05 DEB-SOLDE            PIC S9(10)V99.
           05 DEB-POSITION         PIC X(02).                           
           05 DEB-AGENCE           PIC 9(02).
           05 FILLER               PIC X(21).
           05 DEB-TYPE-CLIENT      PIC X(01).
               88 DEB-PERS-MORALE  VALUE 'M'.
           05 FILLER               PIC X(03).
                                                                        
       FD F-CREDIT.                                                     
       01 ENR-CREDIT.                                                   
           05 CRE-SOLDE            PIC S9(10)V99.
           05 CRE-POSITION         PIC X(02).                           
           05 CRE-AGENCE           PIC 9(02).
           05 FILLER               PIC X(21).
           05 CRE-TYPE-CLIENT      PIC X(01).
               88 CRE-PERS-MORALE  VALUE 'M'.
           05 FILLER               PIC X(03).
                                                                        
       FD F-COMPTE.
       01 ENR-COMPTE.
       01 WS-AGE-EN-COURS          PIC 9(02) VALUE 0.
       01 WS-AGE-SOLDE             PIC S9(10)V99 VALUE 0.
       01 WS-AGE-SENS              PIC X(01).

      * SOUS-TOTAUX PAR TYPE DE CLIENT : 1 PARTICULIERS (PERSONNES
      * PHYSIQUES), 2 ENTREPRISES (PERSONNES MORALES, TYPE 'M')
       01 WS-TAB-TYPES.
           05 WS-TAB-TYPE OCCURS 2 TIMES
                           INDEXED BY WS-IDX-TYP.
               10 WS-TYP-LIBELLE    PIC X(12).
               10 WS-TYP-CPT-DEB    PIC 9(05).
               10 WS-TYP-TOT-DEB    PIC S9(13)V99.
               10 WS-TYP-CPT-CRE    PIC 9(05).
               10 WS-TYP-TOT-CRE    PIC S9(13)V99.
                                                                        
      * LIGNES D'EDITION                                                
       01 WS-LIGNE-SEP             PIC X(60) VALUE ALL '*'.             
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DETA-TOT-CRE      PIC -(10)9.99.

       01 WS-LIGNE-TITRE-TYP.
           05 FILLER               PIC X(02) VALUE '* '.
           05 FILLER               PIC X(28)
              VALUE 'DETAIL PAR TYPE DE CLIENT   '.
           05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-LIGNE-ENTETE-TYP.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(15) VALUE 'TYPE'.
           05 FILLER               PIC X(12) VALUE 'NB DEBIT'.
           05 FILLER               PIC X(17) VALUE 'TOTAL DEBIT'.
           05 FILLER               PIC X(12) VALUE 'NB CREDIT'.
           05 FILLER               PIC X(02) VALUE SPACES.

       01 WS-LIGNE-DETAIL-TYP.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DETT-LIBELLE      PIC X(13).
           05 WS-DETT-CPT-DEB      PIC Z(04)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DETT-TOT-DEB      PIC -(10)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DETT-CPT-CRE      PIC Z(04)9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-DETT-TOT-CRE      PIC -(10)9.99.

       01 WS-LIGNE-DETAIL-NAT.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 WS-DETN-LIBELLE      PIC X(12).
           PERFORM CHARGER-NATURE UNTIL EOF-COMPTE
           CLOSE F-COMPTE

           MOVE 'PARTICULIERS' TO WS-TYP-LIBELLE(1)
           MOVE 'ENTREPRISES'  TO WS-TYP-LIBELLE(2)
           PERFORM VARYING WS-IDX-TYP FROM 1 BY 1 UNTIL WS-IDX-TYP > 2
               MOVE 0 TO WS-TYP-CPT-DEB(WS-IDX-TYP)
               MOVE 0 TO WS-TYP-TOT-DEB(WS-IDX-TYP)
               MOVE 0 TO WS-TYP-CPT-CRE(WS-IDX-TYP)
               MOVE 0 TO WS-TYP-TOT-CRE(WS-IDX-TYP)
           END-PERFORM

           OPEN INPUT F-DEBIT
           OPEN INPUT F-CREDIT
           OPEN OUTPUT F-EDITION
                   MOVE DEB-SOLDE  TO WS-AGE-SOLDE
                   MOVE 'D'        TO WS-AGE-SENS
                   PERFORM CUMULER-AGENCE
                   IF DEB-PERS-MORALE
                       SET WS-IDX-TYP TO 2
                   ELSE
                       SET WS-IDX-TYP TO 1
                   END-IF
                   ADD 1 TO WS-TYP-CPT-DEB(WS-IDX-TYP)
                   ADD DEB-SOLDE TO WS-TYP-TOT-DEB(WS-IDX-TYP)
           END-READ.

       LIRE-CRE.
                   MOVE CRE-SOLDE  TO WS-AGE-SOLDE
                   MOVE 'C'        TO WS-AGE-SENS
                   PERFORM CUMULER-AGENCE
                   IF CRE-PERS-MORALE
                       SET WS-IDX-TYP TO 2
                   ELSE
                       SET WS-IDX-TYP TO 1
                   END-IF
                   ADD 1 TO WS-TYP-CPT-CRE(WS-IDX-TYP)
                   ADD CRE-SOLDE TO WS-TYP-TOT-CRE(WS-IDX-TYP)
           END-READ.

       CUMULER-NATURE-DEB.
           WRITE ENR-EDITION FROM WS-LIGNE-SEP

           PERFORM EDITER-NATURES
           PERFORM EDITER-AGENCES
           PERFORM EDITER-TYPES.

       EDITER-NATURES.
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE-NAT

           WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       EDITER-TYPES.
           WRITE ENR-EDITION FROM WS-LIGNE-TITRE-TYP
           WRITE ENR-EDITION FROM WS-LIGNE-SEP
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-TYP
           WRITE ENR-EDITION FROM WS-LIGNE-ENTETE-AGE2

           PERFORM VARYING WS-IDX-TYP FROM 1 BY 1 UNTIL WS-IDX-TYP > 2
               MOVE WS-TYP-LIBELLE(WS-IDX-TYP) TO WS-DETT-LIBELLE
               MOVE WS-TYP-CPT-DEB(WS-IDX-TYP) TO WS-DETT-CPT-DEB
               MOVE WS-TYP-TOT-DEB(WS-IDX-TYP) TO WS-DETT-TOT-DEB
               MOVE WS-TYP-CPT-CRE(WS-IDX-TYP) TO WS-DETT-CPT-CRE
               MOVE WS-TYP-TOT-CRE(WS-IDX-TYP) TO WS-DETT-TOT-CRE
               WRITE ENR-EDITION FROM WS-LIGNE-DETAIL-TYP
           END-PERFORM

           WRITE ENR-EDITION FROM WS-LIGNE-SEP.

       FIN.
           CLOSE F-DEBIT
           CLOSE F-CREDIT
