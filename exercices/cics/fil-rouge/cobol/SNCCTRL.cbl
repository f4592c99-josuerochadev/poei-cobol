      ******************************************************************
      * Programme : SNCCTRL - Filtrage sanctions (Traitement)
      * Couche    : Traitement (Business Logic)
      * Fonction  : Controler l'identite d'un client a creer contre
      *             la liste de gel des avoirs SNCLIST
      *
      * Description :
      * - Parcours complet de SNCLIST ; nom et prenom recus sont
      *   normalises puis compares a chaque inscription par le
      *   module de service SNCNORM (CALL statique)
      * - Une correspondance est portee dans SNCATT en attente de
      *   decision de la conformite ; une correspondance deja levee
      *   (homonyme innocente) n'empeche pas la creation
      * - SCT-RESULTAT : 0 aucune correspondance, 1 creation
      *   bloquee, 2 correspondance levee, 9 liste indisponible
      *   (creation bloquee)
      * Meme regle que le sous-programme batch SNCFILT.
      *
      * Appel : Via LINK depuis CLNTTRT (creation de client)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNCCTRL.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY SNCLIST.
           COPY SNCATT.

       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP-SAT             PIC S9(8) COMP.
       01  WS-CLE-PARCOURS         PIC X(10).
       01  WS-NB-INSCRIPTIONS      PIC 9(5) VALUE 0.

       01  WS-ABSTIME              PIC S9(15) COMP-3.
       01  WS-DATE-JOUR            PIC X(8).

      *─── Zone d'appel du module de normalisation (SNCNORM) ──────────
       01  WS-ZONE-SNCNORM.
           05  SNM-FONCTION        PIC X.
           05  SNM-NOM             PIC X(30).
           05  SNM-PRENOM          PIC X(30).
           05  SNM-NOM-CPT         PIC X(30).
           05  SNM-PRENOM-CPT      PIC X(30).
           05  SNM-LST-NOM-CPT     PIC X(30).
           05  SNM-LST-PRENOM-CPT  PIC X(30).
           05  SNM-CORRESPOND      PIC 9.
           05  SNM-CODE-RETOUR     PIC 9.

       01  WS-COMMAREA.
           05  SCT-ORIGINE         PIC X(8).
           05  SCT-CLIENT          PIC X(10).
           05  SCT-NOM             PIC X(30).
           05  SCT-PRENOM          PIC X(30).
           05  SCT-RESULTAT        PIC 9.
               88  SCT-ADMIS       VALUE 0 2.
               88  SCT-BLOQUE      VALUE 1 9.
           05  SCT-REF-LISTE       PIC X(10).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(89).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE 0 TO SCT-RESULTAT
           MOVE SPACES TO SCT-REF-LISTE

           EXEC CICS
               ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS
               FORMATTIME ABSTIME(WS-ABSTIME)
                          YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           INITIALIZE WS-ZONE-SNCNORM
           MOVE 'N' TO SNM-FONCTION
           MOVE SCT-NOM TO SNM-NOM
           MOVE SCT-PRENOM TO SNM-PRENOM
           CALL 'SNCNORM' USING WS-ZONE-SNCNORM

           PERFORM 1000-PARCOURIR-LISTE THRU 1000-EXIT

           MOVE WS-COMMAREA TO DFHCOMMAREA
           EXEC CICS RETURN END-EXEC.

       1000-PARCOURIR-LISTE.

           MOVE LOW-VALUES TO WS-CLE-PARCOURS
           EXEC CICS
               STARTBR FILE('SNCLIST')
                       RIDFLD(WS-CLE-PARCOURS)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 9 TO SCT-RESULTAT
               GO TO 1000-EXIT
           END-IF

           MOVE 'C' TO SNM-FONCTION
           PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                   READNEXT FILE('SNCLIST')
                            INTO(SNCLIST-REC)
                            RIDFLD(WS-CLE-PARCOURS)
                            RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-NB-INSCRIPTIONS
                   MOVE LST-NOM-CPT    TO SNM-LST-NOM-CPT
                   MOVE LST-PRENOM-CPT TO SNM-LST-PRENOM-CPT
                   CALL 'SNCNORM' USING WS-ZONE-SNCNORM
                   IF SNM-CORRESPOND = 1
                       PERFORM 2000-TRAITER-CORRESPONDANCE
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS
               ENDBR FILE('SNCLIST')
           END-EXEC

      *─── Liste vide : le controle n'a pas pu etre fait ──────────────
           IF WS-NB-INSCRIPTIONS = 0
               MOVE 9 TO SCT-RESULTAT
           END-IF.

       1000-EXIT.
           EXIT.

      *─── Decision existante ou mise en attente de la conformite ─────
       2000-TRAITER-CORRESPONDANCE.

           MOVE LST-REF        TO SAT-REF-LISTE
           MOVE SNM-NOM-CPT    TO SAT-NOM-CPT
           MOVE SNM-PRENOM-CPT TO SAT-PRENOM-CPT
           EXEC CICS
               READ FILE('SNCATT')
                    INTO(SNCATT-REC)
                    RIDFLD(SAT-CLE)
                    RESP(WS-RESP-SAT)
           END-EXEC

           IF WS-RESP-SAT = DFHRESP(NORMAL) AND SAT-LEVEE
               IF SCT-RESULTAT = 0
                   MOVE 2 TO SCT-RESULTAT
               END-IF
           ELSE
               IF SCT-RESULTAT NOT = 1
                   MOVE 1 TO SCT-RESULTAT
                   MOVE LST-REF TO SCT-REF-LISTE
               END-IF
               IF WS-RESP-SAT = DFHRESP(NOTFND)
                   INITIALIZE SNCATT-REC
                   MOVE LST-REF        TO SAT-REF-LISTE
                   MOVE SNM-NOM-CPT    TO SAT-NOM-CPT
                   MOVE SNM-PRENOM-CPT TO SAT-PRENOM-CPT
                   MOVE 'A'            TO SAT-STATUT
                   MOVE WS-DATE-JOUR   TO SAT-DATE-DETECT
                   MOVE SCT-ORIGINE    TO SAT-ORIGINE
                   MOVE SCT-CLIENT     TO SAT-CLIENT
                   MOVE SCT-NOM        TO SAT-NOM
                   MOVE SCT-PRENOM     TO SAT-PRENOM
                   EXEC CICS
                       WRITE FILE('SNCATT')
                             FROM(SNCATT-REC)
                             RIDFLD(SAT-CLE)
                             RESP(WS-RESP-SAT)
                   END-EXEC
               END-IF
           END-IF.
