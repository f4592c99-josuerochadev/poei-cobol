         05 CLI-SITUATION PIC X(1).
         05 CLI-SOLDE PIC S9(10)V99.
         05 CLI-POSITION PIC X(2).
         05 FILLER PIC X(23).
      * 'M' : PERSONNE MORALE (FICHE ENTREPRISE TENUE EN LIGNE),
      * BLANC OU 'P' : PERSONNE PHYSIQUE
         05 CLI-TYPE-CLIENT PIC X(1).
         05 FILLER PIC X(3).

       FD F-SUSPENS.
       01 ENR-SUSPENS.
         05 WS-SITUATION PIC X(1).                                      
         05 WS-SOLDE PIC S9(10)V99.                                         
         05 WS-POSITION PIC X(2).                                       
         05 WS-TYPE-CLIENT PIC X(1).
                                                                        
       01 WS-MSG PIC X(50).                                             
                                                                        

      * ZONE D'APPEL DU FILTRAGE SANCTIONS (SNCFILT) : LE NOM EST
      * CONTROLE CONTRE LA LISTE DE GEL DES AVOIRS AVANT ECRITURE
       01 WS-ZONE-SNCFILT.
           05 SFL-FONCTION         PIC X(01) VALUE 'C'.
           05 SFL-ORIGINE          PIC X(08) VALUE 'PJ13AJOU'.
           05 SFL-CLIENT           PIC X(10).
           05 SFL-NOM              PIC X(30).
           05 SFL-PRENOM           PIC X(30).
           05 SFL-RESULTAT         PIC 9(01).
               88 SFL-ADMIS        VALUE 0 2.
           05 SFL-REF-LISTE        PIC X(10).

      * ZONE D'APPEL DU JOURNAL DES EXECUTIONS (PJ34LOG)
       01 WS-ZONE-LOG.
           05 LOG-PROGRAMME        PIC X(08) VALUE 'PJ13AJOU'.

            PERFORM SAISIR-NOUVEAU-CLIENT

      * CONTROLE SANCTIONS : UNE CORRESPONDANCE NON LEVEE PAR LA
      * CONFORMITE BLOQUE LA CREATION (CLIENT MIS EN SUSPENS)
            MOVE SPACES TO SFL-CLIENT
            STRING 'FCLI' WS-NUM-COMPTE DELIMITED BY SIZE
                INTO SFL-CLIENT
            MOVE WS-NOM TO SFL-NOM
            MOVE WS-PRENOM TO SFL-PRENOM
            CALL 'SNCFILT' USING WS-ZONE-SNCFILT
            IF NOT SFL-ADMIS
                DISPLAY 'CREATION BLOQUEE - CONTROLE SANCTIONS : '
                        SFL-REF-LISTE
                MOVE 'ATTENTE CONFORMITE' TO SUSP-RAISON
                MOVE ENR-CLIENT TO SUSP-DONNEES
                WRITE ENR-SUSPENS
                MOVE 4 TO RETURN-CODE
                MOVE '04' TO LOG-STATUT
            ELSE
                PERFORM ECRIRE-CLIENT
            END-IF.

       ECRIRE-CLIENT.
      * ECRIRE DANS LE KSDS
            WRITE ENR-CLIENT                                            
                                                                        
            ACCEPT WS-NOM FROM SYSIN
            DISPLAY 'PRENOM (X(10)) : '
            ACCEPT WS-PRENOM FROM SYSIN
            DISPLAY 'TYPE DE CLIENT (P PHYSIQUE / M MORALE) : '
            ACCEPT WS-TYPE-CLIENT FROM SYSIN
            IF WS-TYPE-CLIENT NOT = 'M'
                MOVE 'P' TO WS-TYPE-CLIENT
            END-IF
      * POUR UNE PERSONNE MORALE : LA DATE EST CELLE DE
      * L'IMMATRICULATION ET LE SEXE RESTE A BLANC
            DISPLAY 'DATE DE NAISSANCE OU D''IMMATRICULATION '
                    '(9(8) AAAAMMJJ) : '
            ACCEPT WS-DATE-NAISSANCE FROM SYSIN
            IF WS-TYPE-CLIENT = 'P'
                DISPLAY 'SEXE (X(1)) : '
                ACCEPT WS-SEXE FROM SYSIN
            ELSE
                MOVE SPACE TO WS-SEXE
            END-IF
            DISPLAY 'ACTIVITE (9(2)) : '
            ACCEPT WS-ACTIVITE FROM SYSIN
            DISPLAY 'SITUATION (X(1)) : '
            MOVE WS-ACTIVITE TO CLI-ACTIVITE
            MOVE WS-SITUATION TO CLI-SITUATION
            MOVE WS-SOLDE TO CLI-SOLDE
            MOVE WS-POSITION TO CLI-POSITION
            MOVE WS-TYPE-CLIENT TO CLI-TYPE-CLIENT.

       FIN.
            CLOSE F-CLIENT
