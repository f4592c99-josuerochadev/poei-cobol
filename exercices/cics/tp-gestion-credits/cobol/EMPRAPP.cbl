      ******************************************************************
      * Programme : EMPRAPP - Rapprochement des fichiers du personnel
      * Fonction  : Confronter les trois fichiers ou vivent les memes
      *             employes et proposer les corrections
      *
      * Le meme employe existe dans trois fichiers qui ne se parlent
      * pas :
      *   - EMPLOYE  (KSDS, cle EMP-ID) : credits et paie PAYEMENS ;
      *   - PERSONNL (KSDS PERSONNEL des programmes C10, cle
      *     MATRICULE, cle secondaire NUM-SS) ;
      *   - RRDSEMP  (fichier relatif des employes, cle REC-ID).
      * La table de correspondance FEMPCORR, tenue par le service du
      * personnel, donne pour chaque employe son EMP-ID, son matricule,
      * son identifiant RRDS et son departement de reference.
      *
      * Le rapprochement :
      *   1. charge la correspondance (identifiant en double refuse) ;
      *   2. lit les trois fichiers en entier : tout enregistrement
      *      sans ligne de correspondance est signale ;
      *   3. pour chaque employe de la correspondance, signale les
      *      fichiers ou il manque et les ecarts de nom, departement
      *      et salaire. La reference est PERSONNEL pour le nom et le
      *      salaire mensuel, la correspondance pour le departement ;
      *   4. un employe sorti (registre EMPSORT, depart 'P' ou 'S')
      *      ne doit plus figurer dans PERSONNEL ni dans RRDSEMP :
      *      sa suppression y est proposee. EMPLOYE le garde (suivi
      *      des credits et du reste du) ;
      *   5. edite le compte rendu FRAPEMP et ecrit chaque correction
      *      proposee dans FEMPPROP, decision a blanc.
      * L'operateur approuve ('O') ou rejette ('N') chaque proposition
      * dans FEMPPROP ; EMPRAPL applique ensuite les seules
      * propositions approuvees. Un employe absent d'un fichier est
      * signale sans proposition : la creation demande des donnees
      * que les autres fichiers n'ont pas (NUM-SS notamment).
      * RC 4 si au moins une anomalie est relevee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRAPP.
       AUTHOR. FORMATION-CICS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CORRESP ASSIGN TO FEMPCORR
               FILE STATUS IS WS-FS-COR.

           SELECT F-EMPLOYES ASSIGN TO EMPLOYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FS-EMP.

           SELECT F-PERSONNEL ASSIGN TO PERSONNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-MATRICULE
               ALTERNATE RECORD KEY IS PER-NUM-SS WITH DUPLICATES
               FILE STATUS IS WS-FS-PER.

           SELECT F-RRDS ASSIGN TO RRDSEMP
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-RRN
               FILE STATUS IS WS-FS-RRD.

           SELECT F-EMPSORT ASSIGN TO EMPSORT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOR-CLE
               FILE STATUS IS WS-FS-SOR.

           SELECT F-RAPPORT ASSIGN TO FRAPEMP
               FILE STATUS IS WS-FS-RAP.

           SELECT F-PROPOSITIONS ASSIGN TO FEMPPROP
               FILE STATUS IS WS-FS-PRP.

       DATA DIVISION.
       FILE SECTION.

      *─── Correspondance des identifiants (service du personnel) ─────
       FD  F-CORRESP.
       01  ENR-CORRESP.
           05  ECO-ID-EMPL         PIC X(6).
           05  ECO-MATRICULE       PIC 9(6).
           05  ECO-ID-RRDS         PIC X(6).
           05  ECO-DEPT            PIC X(10).
           05  FILLER              PIC X(52).

       FD  F-EMPLOYES.
       01  ENR-EMPLOYE.
           05  EMP-ID              PIC X(6).
           05  EMP-NAME            PIC X(30).
           05  EMP-DEPT            PIC X(10).
           05  EMP-SALAIRE         PIC 9(7)V99 COMP-3.
           05  EMP-ETAT-CRED       PIC X(1).

      *─── PERSONNEL (66 caracteres, cf. C10-PERS-CREATE) ─────────────
       FD  F-PERSONNEL.
       01  ENR-PERSONNEL.
           05  PER-MATRICULE       PIC 9(6).
           05  PER-NOM             PIC X(15).
           05  PER-PRENOM          PIC X(15).
           05  PER-SALAIRE         PIC 9(6).
           05  PER-PRIMES          PIC 9(6).
           05  PER-REVENU-ANNUEL   PIC 9(8).
           05  PER-NUM-SS          PIC 9(10).

      *─── Fichier relatif des employes (80 caracteres) ───────────────
       FD  F-RRDS.
       01  ENR-RRDS.
           05  RRD-ID              PIC X(6).
           05  RRD-NOM             PIC X(20).
           05  RRD-PRENOM          PIC X(20).
           05  RRD-DATA            PIC X(34).

      *─── Registre des departs (CREDDEPA) ────────────────────────────
       FD  F-EMPSORT.
       01  ENR-EMPSORT.
           05  SOR-CLE.
               10  SOR-ID-EMPL     PIC X(6).
               10  SOR-NUM-CREDIT  PIC 9(2).
           05  SOR-DATE-DEPART     PIC 9(8).
           05  SOR-STATUT          PIC X(1).
           05  FILLER              PIC X(63).

       FD  F-RAPPORT.
       01  ENR-RAPPORT             PIC X(80).

      *─── Correction proposee, a approuver par l'operateur ───────────
       FD  F-PROPOSITIONS.
       01  ENR-PROPOSITION.
           05  PRP-NUMERO          PIC 9(5).
           05  PRP-ID-EMPL         PIC X(6).
           05  PRP-FICHIER         PIC X(1).
           05  PRP-CLE             PIC X(6).
           05  PRP-RRN             PIC 9(4).
           05  PRP-ACTION          PIC X(1).
           05  PRP-ZONE            PIC X(8).
           05  PRP-VALEUR-AVANT    PIC X(40).
           05  PRP-MONT-AVANT REDEFINES PRP-VALEUR-AVANT.
               10  PRP-SAL-AVANT   PIC 9(7)V99.
               10  FILLER          PIC X(31).
           05  PRP-VALEUR-PROPOSEE PIC X(40).
           05  PRP-MONT-PROPOSE REDEFINES PRP-VALEUR-PROPOSEE.
               10  PRP-SAL-PROPOSE PIC 9(7)V99.
               10  FILLER          PIC X(31).
           05  PRP-DECISION        PIC X(1).
           05  PRP-DATE            PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FS-COR               PIC XX.
       01  WS-FS-EMP               PIC XX.
       01  WS-FS-PER               PIC XX.
       01  WS-FS-RRD               PIC XX.
       01  WS-FS-SOR               PIC XX.
       01  WS-FS-RAP               PIC XX.
       01  WS-FS-PRP               PIC XX.

       01  WS-EOF                  PIC 9 VALUE 0.
       01  WS-RRN                  PIC 9(4) VALUE 0.
       01  WS-REGISTRE-DEPARTS     PIC 9 VALUE 0.
       01  WS-DATE-JOUR            PIC X(8).

      *─── Correspondance chargee, enrichie des trois fichiers ────────
       01  WS-NB-CORR              PIC 9(4) VALUE 0.
       01  WS-TAB-CORR.
           05  WS-CORR OCCURS 999 TIMES
                        INDEXED BY WS-IDX-COR.
               10  WS-COR-ID       PIC X(6).
               10  WS-COR-MATRICULE PIC 9(6).
               10  WS-COR-ID-RRDS  PIC X(6).
               10  WS-COR-DEPT     PIC X(10).
               10  WS-COR-VU-EMP   PIC 9.
               10  WS-COR-VU-PER   PIC 9.
               10  WS-COR-VU-RRD   PIC 9.
               10  WS-COR-EMP-NOM  PIC X(30).
               10  WS-COR-EMP-DEPT PIC X(10).
               10  WS-COR-EMP-SAL  PIC 9(7)V99.
               10  WS-COR-PER-NOM  PIC X(15).
               10  WS-COR-PER-PRENOM PIC X(15).
               10  WS-COR-PER-SAL  PIC 9(6).
               10  WS-COR-RRD-NOM  PIC X(20).
               10  WS-COR-RRD-PRENOM PIC X(20).
               10  WS-COR-RRN      PIC 9(4).
       01  WS-CORR-TROUVEE         PIC 9(4) VALUE 0.
       01  WS-CORR-DOUBLE          PIC 9 VALUE 0.

      *─── Comparaisons de l'employe en cours ─────────────────────────
       01  WS-STATUT-DEPART        PIC X(1) VALUE SPACE.
       01  WS-NOM-REFERENCE        PIC X(30).
       01  WS-SAL-REFERENCE        PIC 9(7)V99 VALUE 0.
       01  WS-NOM-RRDS-REF.
           05  WS-REF-RRD-NOM      PIC X(20).
           05  WS-REF-RRD-PRENOM   PIC X(20).
       01  WS-NOM-RRDS-ACTUEL.
           05  WS-ACT-RRD-NOM      PIC X(20).
           05  WS-ACT-RRD-PRENOM   PIC X(20).
       01  WS-LIBELLE-ANOMALIE     PIC X(40).

      *─── Compteurs du bilan ─────────────────────────────────────────
       01  WS-NB-EMP-LUS           PIC 9(5) VALUE 0.
       01  WS-NB-PER-LUS           PIC 9(5) VALUE 0.
       01  WS-NB-RRD-LUS           PIC 9(5) VALUE 0.
       01  WS-NB-SANS-CORR         PIC 9(5) VALUE 0.
       01  WS-NB-ABSENTS           PIC 9(5) VALUE 0.
       01  WS-NB-ECARTS            PIC 9(5) VALUE 0.
       01  WS-NB-SORTIS-ACTIFS     PIC 9(5) VALUE 0.
       01  WS-NB-PROPOSITIONS      PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES         PIC 9(5) VALUE 0.

      *─── Lignes du compte rendu ─────────────────────────────────────
       01  WS-LIGNE-SEP            PIC X(80) VALUE ALL '='.
       01  WS-LIGNE-VIDE           PIC X(80) VALUE SPACES.

       01  WS-RAP-TITRE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(48)
               VALUE '*** RAPPROCHEMENT EMPLOYE / PERSONNEL / RRDS DU '.
           05  WS-RAP-DATE         PIC X(8).
           05  FILLER              PIC X(4) VALUE ' ***'.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  WS-RAP-ENTETE.
           05  FILLER              PIC X(40)
               VALUE 'EMP-ID MATRIC RRDS   ANOMALIE'.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RAP-DETAIL.
           05  WS-RAP-ID           PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RAP-MATRICULE    PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RAP-ID-RRDS      PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-RAP-ANOMALIE     PIC X(40).
           05  FILLER              PIC X(19) VALUE SPACES.

       01  WS-RAP-VALEUR.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  WS-RAP-VAL-LIBELLE  PIC X(10).
           05  WS-RAP-VAL-TEXTE    PIC X(40).
           05  FILLER              PIC X(9) VALUE SPACES.

       01  WS-ED-SALAIRE           PIC Z(6)9.99.

       01  WS-RAP-TOTAL.
           05  WS-RAP-TOT-LIBELLE  PIC X(40).
           05  WS-RAP-TOT-NB       PIC ZZZZ9.
           05  FILLER              PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.

           DISPLAY 'DEBUT DU PROGRAMME EMPRAPP'

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM 1000-CHARGER-CORRESPONDANCE
           IF WS-NB-CORR = 0
               DISPLAY 'CORRESPONDANCE FEMPCORR VIDE - ARRET'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           OPEN OUTPUT F-PROPOSITIONS
           MOVE WS-DATE-JOUR TO WS-RAP-DATE
           WRITE ENR-RAPPORT FROM WS-LIGNE-SEP
           WRITE ENR-RAPPORT FROM WS-RAP-TITRE
           WRITE ENR-RAPPORT FROM WS-LIGNE-SEP
           WRITE ENR-RAPPORT FROM WS-RAP-ENTETE
           WRITE ENR-RAPPORT FROM WS-LIGNE-VIDE

           PERFORM 2000-LIRE-EMPLOYE
           PERFORM 2100-LIRE-PERSONNEL
           PERFORM 2200-LIRE-RRDS

           OPEN INPUT F-EMPSORT
           IF WS-FS-SOR = '00'
               MOVE 1 TO WS-REGISTRE-DEPARTS
           ELSE
               DISPLAY 'REGISTRE EMPSORT ABSENT - AUCUN DEPART'
           END-IF

           PERFORM 3000-RAPPROCHER-EMPLOYE
               VARYING WS-IDX-COR FROM 1 BY 1
               UNTIL WS-IDX-COR > WS-NB-CORR

           IF WS-REGISTRE-DEPARTS = 1
               CLOSE F-EMPSORT
           END-IF

           PERFORM 5000-EDITER-BILAN

           CLOSE F-RAPPORT
           CLOSE F-PROPOSITIONS

           COMPUTE WS-NB-ANOMALIES = WS-NB-SANS-CORR + WS-NB-ABSENTS
               + WS-NB-ECARTS + WS-NB-SORTIS-ACTIFS
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'ANOMALIES RELEVEES   : ' WS-NB-ANOMALIES
           DISPLAY 'CORRECTIONS PROPOSEES: ' WS-NB-PROPOSITIONS
           DISPLAY 'FIN DU PROGRAMME EMPRAPP'
           GOBACK.

      *─── Chargement de la correspondance : un identifiant deja vu
      *    (EMP-ID, matricule ou RRDS) fait refuser la ligne ─────────
       1000-CHARGER-CORRESPONDANCE.
           OPEN INPUT F-CORRESP
           IF WS-FS-COR NOT = '00'
               DISPLAY 'CORRESPONDANCE FEMPCORR INDISPONIBLE : '
                   WS-FS-COR
           ELSE
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ F-CORRESP
                       AT END MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM 1100-AJOUTER-CORRESPONDANCE
                   END-READ
               END-PERFORM
               CLOSE F-CORRESP
               MOVE 0 TO WS-EOF
           END-IF.

       1100-AJOUTER-CORRESPONDANCE.
           MOVE 0 TO WS-CORR-DOUBLE
           PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                   UNTIL WS-IDX-COR > WS-NB-CORR
               IF WS-COR-ID(WS-IDX-COR) = ECO-ID-EMPL
                  OR WS-COR-MATRICULE(WS-IDX-COR) = ECO-MATRICULE
                  OR WS-COR-ID-RRDS(WS-IDX-COR) = ECO-ID-RRDS
                   MOVE 1 TO WS-CORR-DOUBLE
                   SET WS-IDX-COR TO WS-NB-CORR
               END-IF
           END-PERFORM

           IF WS-CORR-DOUBLE = 1
               DISPLAY 'CORRESPONDANCE EN DOUBLE REFUSEE : '
                   ECO-ID-EMPL ' ' ECO-MATRICULE ' ' ECO-ID-RRDS
           ELSE
               IF WS-NB-CORR < 999
                   ADD 1 TO WS-NB-CORR
                   INITIALIZE WS-CORR(WS-NB-CORR)
                   MOVE ECO-ID-EMPL   TO WS-COR-ID(WS-NB-CORR)
                   MOVE ECO-MATRICULE TO WS-COR-MATRICULE(WS-NB-CORR)
                   MOVE ECO-ID-RRDS   TO WS-COR-ID-RRDS(WS-NB-CORR)
                   MOVE ECO-DEPT      TO WS-COR-DEPT(WS-NB-CORR)
               ELSE
                   DISPLAY 'TABLE DE CORRESPONDANCE SATUREE : '
                       ECO-ID-EMPL
               END-IF
           END-IF.

      *─── EMPLOYE : chaque fiche est rattachee a sa correspondance ───
       2000-LIRE-EMPLOYE.
           OPEN INPUT F-EMPLOYES
           IF WS-FS-EMP NOT = '00'
               DISPLAY 'FICHIER EMPLOYE INDISPONIBLE : ' WS-FS-EMP
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-EMPLOYES
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-EMP-LUS
                       MOVE 0 TO WS-CORR-TROUVEE
                       PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                               UNTIL WS-IDX-COR > WS-NB-CORR
                           IF WS-COR-ID(WS-IDX-COR) = EMP-ID
                               SET WS-CORR-TROUVEE TO WS-IDX-COR
                               SET WS-IDX-COR TO WS-NB-CORR
                           END-IF
                       END-PERFORM
                       IF WS-CORR-TROUVEE = 0
                           MOVE SPACES TO WS-RAP-DETAIL
                           MOVE EMP-ID TO WS-RAP-ID
                           MOVE 'EMPLOYE SANS CORRESPONDANCE'
                               TO WS-LIBELLE-ANOMALIE
                           PERFORM 4000-EDITER-SANS-CORR
                       ELSE
                           MOVE 1 TO WS-COR-VU-EMP(WS-CORR-TROUVEE)
                           MOVE EMP-NAME
                               TO WS-COR-EMP-NOM(WS-CORR-TROUVEE)
                           MOVE EMP-DEPT
                               TO WS-COR-EMP-DEPT(WS-CORR-TROUVEE)
                           MOVE EMP-SALAIRE
                               TO WS-COR-EMP-SAL(WS-CORR-TROUVEE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-EMPLOYES
           MOVE 0 TO WS-EOF.

      *─── PERSONNEL : rattachement par le matricule ──────────────────
       2100-LIRE-PERSONNEL.
           OPEN INPUT F-PERSONNEL
           IF WS-FS-PER NOT = '00'
               DISPLAY 'FICHIER PERSONNEL INDISPONIBLE : ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-PERSONNEL
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-PER-LUS
                       MOVE 0 TO WS-CORR-TROUVEE
                       PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                               UNTIL WS-IDX-COR > WS-NB-CORR
                           IF WS-COR-MATRICULE(WS-IDX-COR)
                              = PER-MATRICULE
                               SET WS-CORR-TROUVEE TO WS-IDX-COR
                               SET WS-IDX-COR TO WS-NB-CORR
                           END-IF
                       END-PERFORM
                       IF WS-CORR-TROUVEE = 0
                           MOVE SPACES TO WS-RAP-DETAIL
                           MOVE PER-MATRICULE TO WS-RAP-MATRICULE
                           MOVE 'PERSONNEL SANS CORRESPONDANCE'
                               TO WS-LIBELLE-ANOMALIE
                           PERFORM 4000-EDITER-SANS-CORR
                       ELSE
                           MOVE 1 TO WS-COR-VU-PER(WS-CORR-TROUVEE)
                           MOVE PER-NOM
                               TO WS-COR-PER-NOM(WS-CORR-TROUVEE)
                           MOVE PER-PRENOM
                               TO WS-COR-PER-PRENOM(WS-CORR-TROUVEE)
                           MOVE PER-SALAIRE
                               TO WS-COR-PER-SAL(WS-CORR-TROUVEE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-PERSONNEL
           MOVE 0 TO WS-EOF.

      *─── RRDS : rattachement par l'identifiant, emplacement garde ───
       2200-LIRE-RRDS.
           OPEN INPUT F-RRDS
           IF WS-FS-RRD NOT = '00'
               DISPLAY 'FICHIER RRDSEMP INDISPONIBLE : ' WS-FS-RRD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-EOF
           PERFORM UNTIL WS-EOF = 1
               READ F-RRDS NEXT
                   AT END MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-RRD-LUS
                       MOVE 0 TO WS-CORR-TROUVEE
                       PERFORM VARYING WS-IDX-COR FROM 1 BY 1
                               UNTIL WS-IDX-COR > WS-NB-CORR
                           IF WS-COR-ID-RRDS(WS-IDX-COR) = RRD-ID
                               SET WS-CORR-TROUVEE TO WS-IDX-COR
                               SET WS-IDX-COR TO WS-NB-CORR
                           END-IF
                       END-PERFORM
                       IF WS-CORR-TROUVEE = 0
                           MOVE SPACES TO WS-RAP-DETAIL
                           MOVE RRD-ID TO WS-RAP-ID-RRDS
                           MOVE 'RRDS SANS CORRESPONDANCE'
                               TO WS-LIBELLE-ANOMALIE
                           PERFORM 4000-EDITER-SANS-CORR
                       ELSE
                           MOVE 1 TO WS-COR-VU-RRD(WS-CORR-TROUVEE)
                           MOVE RRD-NOM
                               TO WS-COR-RRD-NOM(WS-CORR-TROUVEE)
                           MOVE RRD-PRENOM
                               TO WS-COR-RRD-PRENOM(WS-CORR-TROUVEE)
                           MOVE WS-RRN
                               TO WS-COR-RRN(WS-CORR-TROUVEE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE F-RRDS
           MOVE 0 TO WS-EOF.

      *─── Rapprochement d'un employe de la correspondance ────────────
       3000-RAPPROCHER-EMPLOYE.
           MOVE WS-COR-ID(WS-IDX-COR)        TO WS-RAP-ID
           MOVE WS-COR-MATRICULE(WS-IDX-COR) TO WS-RAP-MATRICULE
           MOVE WS-COR-ID-RRDS(WS-IDX-COR)   TO WS-RAP-ID-RRDS

           PERFORM 3100-LIRE-DEPART
           IF WS-STATUT-DEPART = 'P' OR WS-STATUT-DEPART = 'S'
               PERFORM 3200-CONTROLER-SORTI
           ELSE
               PERFORM 3300-CONTROLER-PRESENCE
               IF WS-COR-VU-PER(WS-IDX-COR) = 1
                   PERFORM 3400-CONTROLER-ECARTS
               END-IF
               IF WS-COR-VU-EMP(WS-IDX-COR) = 1
                  AND WS-COR-DEPT(WS-IDX-COR) NOT = SPACES
                  AND WS-COR-EMP-DEPT(WS-IDX-COR)
                      NOT = WS-COR-DEPT(WS-IDX-COR)
                   MOVE 'ECART DEPARTEMENT (EMPLOYE)'
                       TO WS-LIBELLE-ANOMALIE
                   PERFORM 4100-EDITER-ANOMALIE
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO ENR-PROPOSITION
                   MOVE 'E' TO PRP-FICHIER
                   MOVE WS-COR-ID(WS-IDX-COR) TO PRP-CLE
                   MOVE 'M' TO PRP-ACTION
                   MOVE 'DEPT' TO PRP-ZONE
                   MOVE WS-COR-EMP-DEPT(WS-IDX-COR) TO PRP-VALEUR-AVANT
                   MOVE WS-COR-DEPT(WS-IDX-COR)
                       TO PRP-VALEUR-PROPOSEE
                   PERFORM 4500-ECRIRE-PROPOSITION
               END-IF
           END-IF.

      *─── Statut de depart de l'employe (EMPSORT, credit 00) ─────────
       3100-LIRE-DEPART.
           MOVE SPACE TO WS-STATUT-DEPART
           IF WS-REGISTRE-DEPARTS = 1
               MOVE WS-COR-ID(WS-IDX-COR) TO SOR-ID-EMPL
               MOVE 0 TO SOR-NUM-CREDIT
               READ F-EMPSORT
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SOR-STATUT TO WS-STATUT-DEPART
               END-READ
           END-IF.

      *─── Employe sorti encore actif dans PERSONNEL ou RRDS ──────────
       3200-CONTROLER-SORTI.
           IF WS-COR-VU-PER(WS-IDX-COR) = 1
               MOVE 'SORTI ENCORE ACTIF DANS PERSONNEL'
                   TO WS-LIBELLE-ANOMALIE
               PERFORM 4100-EDITER-ANOMALIE
               ADD 1 TO WS-NB-SORTIS-ACTIFS
               MOVE SPACES TO ENR-PROPOSITION
               MOVE 'P' TO PRP-FICHIER
               MOVE WS-COR-MATRICULE(WS-IDX-COR) TO PRP-CLE
               MOVE 'S' TO PRP-ACTION
               MOVE 'FICHE' TO PRP-ZONE
               STRING WS-COR-PER-NOM(WS-IDX-COR) ' '
                   WS-COR-PER-PRENOM(WS-IDX-COR)
                   DELIMITED BY SIZE INTO PRP-VALEUR-AVANT
               PERFORM 4500-ECRIRE-PROPOSITION
           END-IF
           IF WS-COR-VU-RRD(WS-IDX-COR) = 1
               MOVE 'SORTI ENCORE ACTIF DANS RRDS'
                   TO WS-LIBELLE-ANOMALIE
               PERFORM 4100-EDITER-ANOMALIE
               ADD 1 TO WS-NB-SORTIS-ACTIFS
               MOVE SPACES TO ENR-PROPOSITION
               MOVE 'R' TO PRP-FICHIER
               MOVE WS-COR-ID-RRDS(WS-IDX-COR) TO PRP-CLE
               MOVE WS-COR-RRN(WS-IDX-COR) TO PRP-RRN
               MOVE 'S' TO PRP-ACTION
               MOVE 'FICHE' TO PRP-ZONE
               MOVE WS-COR-RRD-NOM(WS-IDX-COR) TO WS-ACT-RRD-NOM
               MOVE WS-COR-RRD-PRENOM(WS-IDX-COR) TO WS-ACT-RRD-PRENOM
               MOVE WS-NOM-RRDS-ACTUEL TO PRP-VALEUR-AVANT
               PERFORM 4500-ECRIRE-PROPOSITION
           END-IF.

      *─── Fichiers ou l'employe manque ───────────────────────────────
       3300-CONTROLER-PRESENCE.
           IF WS-COR-VU-EMP(WS-IDX-COR) = 0
               MOVE 'ABSENT DU FICHIER EMPLOYE'
                   TO WS-LIBELLE-ANOMALIE
               PERFORM 4100-EDITER-ANOMALIE
               ADD 1 TO WS-NB-ABSENTS
           END-IF
           IF WS-COR-VU-PER(WS-IDX-COR) = 0
               MOVE 'ABSENT DU FICHIER PERSONNEL'
                   TO WS-LIBELLE-ANOMALIE
               PERFORM 4100-EDITER-ANOMALIE
               ADD 1 TO WS-NB-ABSENTS
           END-IF
           IF WS-COR-VU-RRD(WS-IDX-COR) = 0
               MOVE 'ABSENT DU FICHIER RRDS'
                   TO WS-LIBELLE-ANOMALIE
               PERFORM 4100-EDITER-ANOMALIE
               ADD 1 TO WS-NB-ABSENTS
           END-IF.

      *─── Ecarts de nom et de salaire face a PERSONNEL ───────────────
       3400-CONTROLER-ECARTS.
           MOVE SPACES TO WS-NOM-REFERENCE
           STRING WS-COR-PER-NOM(WS-IDX-COR) DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               WS-COR-PER-PRENOM(WS-IDX-COR) DELIMITED BY '  '
               INTO WS-NOM-REFERENCE
           MOVE WS-COR-PER-SAL(WS-IDX-COR) TO WS-SAL-REFERENCE

           IF WS-COR-VU-EMP(WS-IDX-COR) = 1
               IF WS-COR-EMP-NOM(WS-IDX-COR) NOT = WS-NOM-REFERENCE
                   MOVE 'ECART NOM (EMPLOYE)' TO WS-LIBELLE-ANOMALIE
                   PERFORM 4100-EDITER-ANOMALIE
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO ENR-PROPOSITION
                   MOVE 'E' TO PRP-FICHIER
                   MOVE WS-COR-ID(WS-IDX-COR) TO PRP-CLE
                   MOVE 'M' TO PRP-ACTION
                   MOVE 'NOM' TO PRP-ZONE
                   MOVE WS-COR-EMP-NOM(WS-IDX-COR) TO PRP-VALEUR-AVANT
                   MOVE WS-NOM-REFERENCE TO PRP-VALEUR-PROPOSEE
                   PERFORM 4500-ECRIRE-PROPOSITION
               END-IF
               IF WS-COR-EMP-SAL(WS-IDX-COR) NOT = WS-SAL-REFERENCE
                   MOVE 'ECART SALAIRE (EMPLOYE)' TO WS-LIBELLE-ANOMALIE
                   PERFORM 4100-EDITER-ANOMALIE
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO ENR-PROPOSITION
                   MOVE 'E' TO PRP-FICHIER
                   MOVE WS-COR-ID(WS-IDX-COR) TO PRP-CLE
                   MOVE 'M' TO PRP-ACTION
                   MOVE 'SALAIRE' TO PRP-ZONE
                   MOVE WS-COR-EMP-SAL(WS-IDX-COR) TO PRP-SAL-AVANT
                   MOVE WS-SAL-REFERENCE TO PRP-SAL-PROPOSE
                   PERFORM 4500-ECRIRE-PROPOSITION
               END-IF
           END-IF

           IF WS-COR-VU-RRD(WS-IDX-COR) = 1
               MOVE WS-COR-PER-NOM(WS-IDX-COR) TO WS-REF-RRD-NOM
               MOVE WS-COR-PER-PRENOM(WS-IDX-COR) TO WS-REF-RRD-PRENOM
               MOVE WS-COR-RRD-NOM(WS-IDX-COR) TO WS-ACT-RRD-NOM
               MOVE WS-COR-RRD-PRENOM(WS-IDX-COR) TO WS-ACT-RRD-PRENOM
               IF WS-NOM-RRDS-ACTUEL NOT = WS-NOM-RRDS-REF
                   MOVE 'ECART NOM (RRDS)' TO WS-LIBELLE-ANOMALIE
                   PERFORM 4100-EDITER-ANOMALIE
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO ENR-PROPOSITION
                   MOVE 'R' TO PRP-FICHIER
                   MOVE WS-COR-ID-RRDS(WS-IDX-COR) TO PRP-CLE
                   MOVE WS-COR-RRN(WS-IDX-COR) TO PRP-RRN
                   MOVE 'M' TO PRP-ACTION
                   MOVE 'NOM' TO PRP-ZONE
                   MOVE WS-NOM-RRDS-ACTUEL TO PRP-VALEUR-AVANT
                   MOVE WS-NOM-RRDS-REF TO PRP-VALEUR-PROPOSEE
                   PERFORM 4500-ECRIRE-PROPOSITION
               END-IF
           END-IF.

      *─── Enregistrement present dans un fichier, inconnu de la
      *    correspondance (WS-RAP-DETAIL prepare par l'appelant) ─────
       4000-EDITER-SANS-CORR.
           ADD 1 TO WS-NB-SANS-CORR
           MOVE WS-LIBELLE-ANOMALIE TO WS-RAP-ANOMALIE
           WRITE ENR-RAPPORT FROM WS-RAP-DETAIL.

       4100-EDITER-ANOMALIE.
           MOVE WS-LIBELLE-ANOMALIE TO WS-RAP-ANOMALIE
           WRITE ENR-RAPPORT FROM WS-RAP-DETAIL.

      *─── Correction proposee : numerotee, datee, decision a blanc ;
      *    les deux valeurs sont rappelees au compte rendu ───────────
       4500-ECRIRE-PROPOSITION.
           ADD 1 TO WS-NB-PROPOSITIONS
           MOVE WS-NB-PROPOSITIONS TO PRP-NUMERO
           MOVE WS-COR-ID(WS-IDX-COR) TO PRP-ID-EMPL
           MOVE SPACE TO PRP-DECISION
           MOVE WS-DATE-JOUR TO PRP-DATE
           IF PRP-ACTION NOT = 'S'
               IF PRP-ZONE = 'SALAIRE'
                   MOVE PRP-SAL-AVANT TO WS-ED-SALAIRE
                   MOVE SPACES TO WS-RAP-VAL-TEXTE
                   MOVE WS-ED-SALAIRE TO WS-RAP-VAL-TEXTE
                   MOVE 'ACTUEL   :' TO WS-RAP-VAL-LIBELLE
                   WRITE ENR-RAPPORT FROM WS-RAP-VALEUR
                   MOVE PRP-SAL-PROPOSE TO WS-ED-SALAIRE
                   MOVE SPACES TO WS-RAP-VAL-TEXTE
                   MOVE WS-ED-SALAIRE TO WS-RAP-VAL-TEXTE
                   MOVE 'PROPOSE  :' TO WS-RAP-VAL-LIBELLE
                   WRITE ENR-RAPPORT FROM WS-RAP-VALEUR
               ELSE
                   MOVE 'ACTUEL   :' TO WS-RAP-VAL-LIBELLE
                   MOVE PRP-VALEUR-AVANT TO WS-RAP-VAL-TEXTE
                   WRITE ENR-RAPPORT FROM WS-RAP-VALEUR
                   MOVE 'PROPOSE  :' TO WS-RAP-VAL-LIBELLE
                   MOVE PRP-VALEUR-PROPOSEE TO WS-RAP-VAL-TEXTE
                   WRITE ENR-RAPPORT FROM WS-RAP-VALEUR
               END-IF
           ELSE
               MOVE 'PROPOSE  :' TO WS-RAP-VAL-LIBELLE
               MOVE 'SUPPRESSION DE LA FICHE' TO WS-RAP-VAL-TEXTE
               WRITE ENR-RAPPORT FROM WS-RAP-VALEUR
           END-IF
           WRITE ENR-PROPOSITION.

      *─── Bilan du rapprochement ─────────────────────────────────────
       5000-EDITER-BILAN.
           WRITE ENR-RAPPORT FROM WS-LIGNE-VIDE
           WRITE ENR-RAPPORT FROM WS-LIGNE-SEP
           MOVE 'FICHES EMPLOYE LUES' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-EMP-LUS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'FICHES PERSONNEL LUES' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-PER-LUS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'FICHES RRDS LUES' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-RRD-LUS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'EMPLOYES DE LA CORRESPONDANCE' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-CORR TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'FICHES SANS CORRESPONDANCE' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-SANS-CORR TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'ABSENCES DANS UN FICHIER' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-ABSENTS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'ECARTS NOM / DEPARTEMENT / SALAIRE'
               TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-ECARTS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'SORTIS ENCORE ACTIFS' TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-SORTIS-ACTIFS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           MOVE 'CORRECTIONS PROPOSEES (FEMPPROP)'
               TO WS-RAP-TOT-LIBELLE
           MOVE WS-NB-PROPOSITIONS TO WS-RAP-TOT-NB
           WRITE ENR-RAPPORT FROM WS-RAP-TOTAL
           WRITE ENR-RAPPORT FROM WS-LIGNE-SEP.
