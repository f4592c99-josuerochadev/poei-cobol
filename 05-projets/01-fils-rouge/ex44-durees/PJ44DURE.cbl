      *     PASSAGES)
      *   - LISTE LES 'D' SANS 'F' : PREMIER SIGNE QU'UN TRAVAIL
      *     EST MORT SANS PREVENIR
      *   - IGNORE LES AUTRES TYPES D'ENREGISTREMENT (INCIDENTS 'I'
      *     ECRITS PAR PJ45INCD), QUI N'OUVRENT NI NE FERMENT AUCUN
      *     PASSAGE
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                READ F-RUNLOG NEXT
                    AT END MOVE 1 TO WS-EOF
                    NOT AT END
                        IF RUN-TYPE = 'D' OR RUN-TYPE = 'F'
                            PERFORM TRAITER-ENREGISTREMENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE F-RUNLOG
            PERFORM CHERCHER-PROGRAMME
            SET WS-IDX-PRG TO WS-PROG-TROUVE

            EVALUATE RUN-TYPE
                WHEN 'D'
      * UN 'D' SUR UN 'D' DEJA OUVERT : LE PASSAGE PRECEDENT EST
      * MORT SANS ECRIRE SA FIN
                    IF WS-PRG-D-OUVERT(WS-IDX-PRG) = 1
                        PERFORM NOTER-ORPHELIN
                    END-IF
                    MOVE 1 TO WS-PRG-D-OUVERT(WS-IDX-PRG)
                    MOVE RUN-DATE  TO WS-PRG-D-DATE(WS-IDX-PRG)
                    MOVE RUN-HEURE TO WS-PRG-D-HEURE(WS-IDX-PRG)
                WHEN 'F'
                    IF WS-PRG-D-OUVERT(WS-IDX-PRG) = 1
                        PERFORM CALCULER-DUREE
                        PERFORM EMPILER-DUREE
                        MOVE 0 TO WS-PRG-D-OUVERT(WS-IDX-PRG)
                    END-IF
            END-EVALUATE.

       CHERCHER-PROGRAMME.
            MOVE 0 TO WS-PROG-TROUVE
