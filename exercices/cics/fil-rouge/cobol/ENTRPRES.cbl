      ******************************************************************
      * Programme : ENTRPRES - Clients personnes morales (Presentation)
      * Transaction : ENTR
      * Fonction : Ecran de la fiche entreprise d'un client et du
      *            registre de ses representants et beneficiaires
      *
      * Saisie : numero client et action :
      * - 'C' creer la fiche entreprise : raison sociale, forme
      *   juridique, SIREN, NIC, date d'immatriculation AAAAMMJJ
      *   (blanc = aujourd'hui), code APE
      * - 'M' modifier la fiche (toutes les zones sont reprises)
      * - 'L' consulter la fiche et le registre
      * - 'A' inscrire une personne au registre : numero client de
      *   la personne physique, qualite, habilite a operer O/N,
      *   beneficiaire effectif O/N, part du capital en pourcentage
      *   (blanc = aucune), periode de validite AAAAMMJJ (blanc = a
      *   partir d'aujourd'hui, sans fin)
      * - 'R' revoquer la personne du registre designee par son
      *   numero
      * La fiche est affichee avec les huit premieres personnes du
      * registre (numero, client, nom, qualite, H habilite,
      * B beneficiaire, part du capital, statut A actif / R revoque).
      * La logique est portee par ENTRTRT, appele par LINK.
      * PF3 : retour au menu principal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRPRES.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.
           COPY DFHBMSCA.
           COPY ENTRSET.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-IX                   PIC 9(2) VALUE 0.
       01  WS-ACTION-SAISIE        PIC X(1).

       01  WS-PART-NUM             PIC 9(3)V99 VALUE 0.
       01  WS-PART-ED              PIC ZZ9.99.
       01  WS-NUMERO-ED            PIC 99.

      *─── Ligne du registre de l'ecran (une des huit) ────────────────
       01  WS-LIGNE-REP.
           05  WS-LIG-NUMERO       PIC 99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-PERSONNE     PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-NOM          PIC X(25).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-QUALITE      PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-HABILITE     PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-BENEF        PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-PART         PIC ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-LIG-STATUT       PIC X(1).

      *─── COMMAREA echange avec la couche traitement ─────────────────
       01  WS-TRT-COMMAREA.
           05  CA-ACTION           PIC X(1).
           05  CA-CODE-RETOUR      PIC 9(2).
           05  CA-MESSAGE          PIC X(50).
           05  CA-CLIENT           PIC X(6).
           05  CA-COMPTE           PIC X(11).
           05  CA-TYPE-CLIENT      PIC X(1).
           05  CA-RAISON-SOCIALE   PIC X(40).
           05  CA-FORME-JURIDIQUE  PIC X(4).
           05  CA-SIREN            PIC X(9).
           05  CA-NIC              PIC X(5).
           05  CA-DATE-IMMAT       PIC X(8).
           05  CA-CODE-APE         PIC X(5).
           05  CA-NUMERO           PIC 9(2).
           05  CA-PERSONNE         PIC X(6).
           05  CA-REP-NOM          PIC X(25).
           05  CA-QUALITE          PIC X(20).
           05  CA-HABILITE         PIC X(1).
           05  CA-BENEFICIAIRE     PIC X(1).
           05  CA-PART-CAPITAL     PIC 9(3)V99.
           05  CA-DATE-DEBUT       PIC X(8).
           05  CA-DATE-FIN         PIC X(8).
           05  CA-STATUT           PIC X(1).
           05  CA-NB-REPRES        PIC 9(1).
           05  CA-REP OCCURS 8 TIMES.
               10  CA-LST-NUMERO   PIC 9(2).
               10  CA-LST-PERSONNE PIC X(6).
               10  CA-LST-NOM      PIC X(25).
               10  CA-LST-QUALITE  PIC X(20).
               10  CA-LST-HABILITE PIC X(1).
               10  CA-LST-BENEF    PIC X(1).
               10  CA-LST-PART     PIC 9(3)V99.
               10  CA-LST-STATUT   PIC X(1).

      *─── COMMAREA de la pseudo-conversation ─────────────────────────
       01  WS-COMMAREA.
           05  CA-ETAT             PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(10).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-AFFICHER-ECRAN
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 2000-TRAITER-SAISIE THRU 2000-EXIT
           END-IF

           MOVE 'S' TO CA-ETAT
           EXEC CICS
               RETURN TRANSID('ENTR')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       1000-AFFICHER-ECRAN.

           INITIALIZE ENTRMAPO
           MOVE 'Entreprise C=Creer M=Modifier L=Voir A=Inscrire R=Rev'
               TO MSGO

           EXEC CICS
               SEND MAP('ENTRMAP')
                    MAPSET('ENTRSET')
                    FROM(ENTRMAPO)
                    ERASE
           END-EXEC.

       2000-TRAITER-SAISIE.

           EXEC CICS
               RECEIVE MAP('ENTRMAP')
                       MAPSET('ENTRSET')
                       INTO(ENTRMAPI)
                       RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 1000-AFFICHER-ECRAN
               GO TO 2000-EXIT
           END-IF

           EVALUATE EIBAID
               WHEN DFHENTER
                   PERFORM 2100-APPLIQUER-ACTION THRU 2100-EXIT
               WHEN DFHPF3
                   PERFORM 9000-RETOUR-MENU
               WHEN OTHER
                   MOVE 'Touche non autorisee' TO MSGO
                   PERFORM 3000-AFFICHER-MESSAGE
           END-EVALUATE.

       2000-EXIT.
           EXIT.

       2100-APPLIQUER-ACTION.

      *─── Controles de surface avant d'appeler le traitement ─────────
           IF ACTIONI NOT = 'C' AND ACTIONI NOT = 'M'
              AND ACTIONI NOT = 'L' AND ACTIONI NOT = 'A'
              AND ACTIONI NOT = 'R'
               MOVE 'Action C, M, L, A ou R' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF CLIENTI = SPACES OR CLIENTI = LOW-VALUES
               MOVE 'Numero client obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF
           IF ACTIONI = 'R' AND NUMEROI NOT NUMERIC
               MOVE 'Numero au registre obligatoire' TO MSGO
               PERFORM 3000-AFFICHER-MESSAGE
               GO TO 2100-EXIT
           END-IF

           MOVE ACTIONI TO WS-ACTION-SAISIE
           INITIALIZE WS-TRT-COMMAREA
           MOVE ACTIONI TO CA-ACTION
           MOVE CLIENTI TO CA-CLIENT

           IF ACTIONI = 'C' OR ACTIONI = 'M'
               MOVE RAISONI TO CA-RAISON-SOCIALE
               MOVE FORMEI  TO CA-FORME-JURIDIQUE
               MOVE SIRENI  TO CA-SIREN
               MOVE NICI    TO CA-NIC
               MOVE IMMATI  TO CA-DATE-IMMAT
               MOVE APEI    TO CA-CODE-APE
           END-IF

           IF ACTIONI = 'A'
               MOVE 0 TO WS-PART-NUM
               IF PARTI NOT = SPACES AND PARTI NOT = LOW-VALUES
                   IF PARTI NOT NUMERIC
                       MOVE 'Part du capital invalide' TO MSGO
                       PERFORM 3000-AFFICHER-MESSAGE
                       GO TO 2100-EXIT
                   END-IF
                   MOVE PARTI TO WS-PART-NUM
               END-IF
               MOVE PERSONI     TO CA-PERSONNE
               MOVE QUALITI     TO CA-QUALITE
               MOVE HABILI      TO CA-HABILITE
               MOVE BENEFI      TO CA-BENEFICIAIRE
               MOVE WS-PART-NUM TO CA-PART-CAPITAL
               MOVE DEBUTI      TO CA-DATE-DEBUT
               MOVE FINI        TO CA-DATE-FIN
           END-IF

           IF ACTIONI = 'R'
               MOVE NUMEROI TO CA-NUMERO
           END-IF

           EXEC CICS
               LINK PROGRAM('ENTRTRT')
                    COMMAREA(WS-TRT-COMMAREA)
           END-EXEC

      *─── Apres un acte reussi, la fiche et le registre a jour sont
      *    reaffiches ; la personne traitee reste a l'ecran ──────────
           MOVE CA-MESSAGE TO MSGO
           IF CA-CODE-RETOUR = 00
               IF WS-ACTION-SAISIE = 'A' OR WS-ACTION-SAISIE = 'R'
                   PERFORM 2400-AFFICHER-PERSONNE
               END-IF
               IF WS-ACTION-SAISIE NOT = 'L'
                   MOVE 'L' TO CA-ACTION
                   EXEC CICS
                       LINK PROGRAM('ENTRTRT')
                            COMMAREA(WS-TRT-COMMAREA)
                   END-EXEC
               END-IF
           END-IF

           IF CA-CODE-RETOUR = 00
               MOVE CA-RAISON-SOCIALE  TO RAISONO
               MOVE CA-FORME-JURIDIQUE TO FORMEO
               MOVE CA-SIREN           TO SIRENO
               MOVE CA-NIC             TO NICO
               MOVE CA-DATE-IMMAT      TO IMMATO
               MOVE CA-CODE-APE        TO APEO
               PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
                   IF WS-IX > CA-NB-REPRES
                       MOVE SPACES TO WS-LIGNE-REP
                   ELSE
                       PERFORM 2200-FORMATER-PERSONNE
                   END-IF
                   PERFORM 2300-ECRIRE-LIGNE
               END-PERFORM
           END-IF
           PERFORM 3000-AFFICHER-MESSAGE.

       2100-EXIT.
           EXIT.

       2200-FORMATER-PERSONNE.

           MOVE CA-LST-NUMERO(WS-IX)   TO WS-LIG-NUMERO
           MOVE CA-LST-PERSONNE(WS-IX) TO WS-LIG-PERSONNE
           MOVE CA-LST-NOM(WS-IX)      TO WS-LIG-NOM
           MOVE CA-LST-QUALITE(WS-IX)  TO WS-LIG-QUALITE
           MOVE CA-LST-HABILITE(WS-IX) TO WS-LIG-HABILITE
           MOVE CA-LST-BENEF(WS-IX)    TO WS-LIG-BENEF
           MOVE CA-LST-PART(WS-IX)     TO WS-LIG-PART
           MOVE CA-LST-STATUT(WS-IX)   TO WS-LIG-STATUT.

       2300-ECRIRE-LIGNE.

           EVALUATE WS-IX
               WHEN 1
                   MOVE WS-LIGNE-REP TO REP1O
               WHEN 2
                   MOVE WS-LIGNE-REP TO REP2O
               WHEN 3
                   MOVE WS-LIGNE-REP TO REP3O
               WHEN 4
                   MOVE WS-LIGNE-REP TO REP4O
               WHEN 5
                   MOVE WS-LIGNE-REP TO REP5O
               WHEN 6
                   MOVE WS-LIGNE-REP TO REP6O
               WHEN 7
                   MOVE WS-LIGNE-REP TO REP7O
               WHEN 8
                   MOVE WS-LIGNE-REP TO REP8O
           END-EVALUATE.

       2400-AFFICHER-PERSONNE.

           MOVE CA-NUMERO       TO WS-NUMERO-ED
           MOVE WS-NUMERO-ED    TO NUMEROO
           MOVE CA-PERSONNE     TO PERSONO
           MOVE CA-REP-NOM      TO REPNOMO
           MOVE CA-QUALITE      TO QUALITO
           MOVE CA-HABILITE     TO HABILO
           MOVE CA-BENEFICIAIRE TO BENEFO
           MOVE CA-PART-CAPITAL TO WS-PART-ED
           MOVE WS-PART-ED      TO PARTO
           MOVE CA-DATE-DEBUT   TO DEBUTO
           MOVE CA-DATE-FIN     TO FINO
           MOVE CA-STATUT       TO STATUTO.

       3000-AFFICHER-MESSAGE.

           EXEC CICS
               SEND MAP('ENTRMAP')
                    MAPSET('ENTRSET')
                    FROM(ENTRMAPO)
                    DATAONLY
           END-EXEC.

       9000-RETOUR-MENU.

           EXEC CICS
               XCTL PROGRAM('MENUPRES')
           END-EXEC.
