      ******************************************************************
      * Programme : SNCNORM - Module de service filtrage sanctions
      * Fonction  : Normaliser et comparer les noms de personnes
      *             avec ceux de la liste de gel des avoirs
      *
      * Sous-programme sans acces fichier, appele par CALL statique
      * depuis les traitements CICS (SNCCTRL) comme depuis les
      * batchs (SNCCHRG, SNCFILT) :
      *   FONCTION 'N' : normalise SNM-NOM / SNM-PRENOM vers
      *     SNM-NOM-CPT / SNM-PRENOM-CPT : lettres seules, en
      *     majuscules, accents retires, sans blanc, tiret ni
      *     apostrophe ("Le Pen-Dupre" et "LEPEN DUPRE" donnent la
      *     meme forme compacte)
      *   FONCTION 'C' : compare la forme compacte d'un client
      *     (SNM-NOM-CPT / SNM-PRENOM-CPT) a celle d'une entree de
      *     la liste (SNM-LST-NOM-CPT / SNM-LST-PRENOM-CPT) ;
      *     SNM-CORRESPOND = 1 si l'un des cas suivants est verifie :
      *     - nom = nom et prenom = prenom (prenom absent d'un cote
      *       accepte : entites, personnes morales)
      *     - nom et prenom inverses (nom saisi dans le prenom)
      *     - nom + prenom accoles egaux dans un ordre ou l'autre
      *       (coupure nom / prenom placee differemment)
      *     Une forme de 8 lettres et plus qui est le debut de
      *     l'autre vaut egalite : les zones nom de 10 caracteres de
      *     FCLIENT et de la table CLIENT tronquent les noms longs.
      * Les lettres accentuees sont reconnues en ISO-8859-1 (un
      * octet) comme en UTF-8 (octet X'C3' suivi du second octet).
      * Code retour : 0 = OK, 1 = fonction inconnue.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNCNORM.
       AUTHOR. FORMATION-CICS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *─── Lettre de base de chaque code ISO-8859-1 X'C0' a X'FF' ─────
       01  WS-PLIAGE               PIC X(64) VALUE
           'AAAAAAACEEEEIIIIDNOOOOO OUUUUY SAAAAAAACEEEEIIIIDNOOOOO OUUU
      -    'UY Y'.
       01  WS-MINUSCULES           PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-MAJUSCULES           PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-SOURCE               PIC X(30).
       01  WS-CIBLE                PIC X(30).
       01  WS-IDX                  PIC 9(2) VALUE 0.
       01  WS-POS                  PIC 9(2) VALUE 0.
       01  WS-CAR                  PIC X.
       01  WS-CODE                 PIC 9(3) VALUE 0.
       01  WS-UTF8                 PIC 9 VALUE 0.

      *─── Comparaison : longueurs utiles et formes accolees ──────────
       01  WS-LG-CN                PIC 9(2) VALUE 0.
       01  WS-LG-CP                PIC 9(2) VALUE 0.
       01  WS-LG-LN                PIC 9(2) VALUE 0.
       01  WS-LG-LP                PIC 9(2) VALUE 0.
       01  WS-GAUCHE               PIC X(60).
       01  WS-DROITE               PIC X(60).
       01  WS-LG-GAUCHE            PIC 9(2) VALUE 0.
       01  WS-LG-DROITE            PIC 9(2) VALUE 0.
       01  WS-EGAL                 PIC 9 VALUE 0.
       01  WS-CLIENT-ACCOLE        PIC X(60).
       01  WS-LG-CLIENT-ACCOLE     PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  LK-ZONE-SNCNORM.
           05  SNM-FONCTION        PIC X.
           05  SNM-NOM             PIC X(30).
           05  SNM-PRENOM          PIC X(30).
           05  SNM-NOM-CPT         PIC X(30).
           05  SNM-PRENOM-CPT      PIC X(30).
           05  SNM-LST-NOM-CPT     PIC X(30).
           05  SNM-LST-PRENOM-CPT  PIC X(30).
           05  SNM-CORRESPOND      PIC 9.
           05  SNM-CODE-RETOUR     PIC 9.

       PROCEDURE DIVISION USING LK-ZONE-SNCNORM.
       0000-PRINCIPAL.
           MOVE 0 TO SNM-CODE-RETOUR

           EVALUATE SNM-FONCTION
               WHEN 'N'
                   PERFORM 1000-NORMALISER
               WHEN 'C'
                   PERFORM 2000-COMPARER
               WHEN OTHER
                   MOVE 1 TO SNM-CODE-RETOUR
           END-EVALUATE

           GOBACK.

      *----------------------------------------------------------------
      * Normalisation des deux zones d'identite
      *----------------------------------------------------------------
       1000-NORMALISER.
           MOVE SNM-NOM TO WS-SOURCE
           PERFORM 1100-COMPACTER
           MOVE WS-CIBLE TO SNM-NOM-CPT

           MOVE SNM-PRENOM TO WS-SOURCE
           PERFORM 1100-COMPACTER
           MOVE WS-CIBLE TO SNM-PRENOM-CPT.

      *─── Lettres seules, majuscules, accents replies ────────────────
       1100-COMPACTER.
           MOVE SPACES TO WS-CIBLE
           MOVE 0 TO WS-POS
           MOVE 0 TO WS-UTF8
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 30
               MOVE WS-SOURCE(WS-IDX:1) TO WS-CAR
               INSPECT WS-CAR CONVERTING WS-MINUSCULES
                                      TO WS-MAJUSCULES
               COMPUTE WS-CODE = FUNCTION ORD(WS-CAR) - 1
               EVALUATE TRUE
                   WHEN WS-UTF8 = 1
                       MOVE 0 TO WS-UTF8
                       IF WS-CODE >= 128 AND WS-CODE <= 191
                           COMPUTE WS-CODE = WS-CODE + 64
                           PERFORM 1200-AJOUTER-LETTRE-ACCENTUEE
                       END-IF
                   WHEN WS-CODE = 195
                       MOVE 1 TO WS-UTF8
                   WHEN WS-CAR >= 'A' AND WS-CAR <= 'Z'
                       PERFORM 1300-AJOUTER-LETTRE
                   WHEN WS-CODE >= 192
                       PERFORM 1200-AJOUTER-LETTRE-ACCENTUEE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       1200-AJOUTER-LETTRE-ACCENTUEE.
           MOVE WS-PLIAGE(WS-CODE - 191:1) TO WS-CAR
           IF WS-CAR NOT = SPACE
               PERFORM 1300-AJOUTER-LETTRE
           END-IF.

       1300-AJOUTER-LETTRE.
           IF WS-POS < 30
               ADD 1 TO WS-POS
               MOVE WS-CAR TO WS-CIBLE(WS-POS:1)
           END-IF.

      *----------------------------------------------------------------
      * Comparaison client / entree de liste (formes compactes)
      *----------------------------------------------------------------
       2000-COMPARER.
           MOVE 0 TO SNM-CORRESPOND
           MOVE SNM-NOM-CPT TO WS-CIBLE
           PERFORM 2900-LONGUEUR
           MOVE WS-POS TO WS-LG-CN
           MOVE SNM-PRENOM-CPT TO WS-CIBLE
           PERFORM 2900-LONGUEUR
           MOVE WS-POS TO WS-LG-CP
           MOVE SNM-LST-NOM-CPT TO WS-CIBLE
           PERFORM 2900-LONGUEUR
           MOVE WS-POS TO WS-LG-LN
           MOVE SNM-LST-PRENOM-CPT TO WS-CIBLE
           PERFORM 2900-LONGUEUR
           MOVE WS-POS TO WS-LG-LP

           IF WS-LG-CN = 0 OR WS-LG-LN = 0
               GO TO 2000-EXIT
           END-IF

      *─── Nom contre nom, prenom contre prenom ───────────────────────
           MOVE SNM-NOM-CPT TO WS-GAUCHE
           MOVE SNM-LST-NOM-CPT TO WS-DROITE
           PERFORM 2800-EGALITE-TOLERANTE
           IF WS-EGAL = 1
               IF WS-LG-CP = 0 OR WS-LG-LP = 0
                   MOVE 1 TO SNM-CORRESPOND
                   GO TO 2000-EXIT
               END-IF
               MOVE SNM-PRENOM-CPT TO WS-GAUCHE
               MOVE SNM-LST-PRENOM-CPT TO WS-DROITE
               PERFORM 2800-EGALITE-TOLERANTE
               IF WS-EGAL = 1
                   MOVE 1 TO SNM-CORRESPOND
                   GO TO 2000-EXIT
               END-IF
           END-IF

      *─── Nom et prenom inverses ─────────────────────────────────────
           IF WS-LG-CP > 0 AND WS-LG-LP > 0
               MOVE SNM-NOM-CPT TO WS-GAUCHE
               MOVE SNM-LST-PRENOM-CPT TO WS-DROITE
               PERFORM 2800-EGALITE-TOLERANTE
               IF WS-EGAL = 1
                   MOVE SNM-PRENOM-CPT TO WS-GAUCHE
                   MOVE SNM-LST-NOM-CPT TO WS-DROITE
                   PERFORM 2800-EGALITE-TOLERANTE
                   IF WS-EGAL = 1
                       MOVE 1 TO SNM-CORRESPOND
                       GO TO 2000-EXIT
                   END-IF
               END-IF
           END-IF

      *─── Identite complete accolee, dans les deux ordres ────────────
           MOVE SPACES TO WS-CLIENT-ACCOLE
           STRING SNM-NOM-CPT(1:WS-LG-CN) DELIMITED BY SIZE
                  INTO WS-CLIENT-ACCOLE
           IF WS-LG-CP > 0
               MOVE SNM-PRENOM-CPT(1:WS-LG-CP)
                   TO WS-CLIENT-ACCOLE(WS-LG-CN + 1:WS-LG-CP)
           END-IF
           COMPUTE WS-LG-CLIENT-ACCOLE = WS-LG-CN + WS-LG-CP

           MOVE WS-CLIENT-ACCOLE TO WS-GAUCHE
           MOVE SPACES TO WS-DROITE
           MOVE SNM-LST-NOM-CPT(1:WS-LG-LN) TO WS-DROITE(1:WS-LG-LN)
           IF WS-LG-LP > 0
               MOVE SNM-LST-PRENOM-CPT(1:WS-LG-LP)
                   TO WS-DROITE(WS-LG-LN + 1:WS-LG-LP)
           END-IF
           IF WS-GAUCHE = WS-DROITE
               MOVE 1 TO SNM-CORRESPOND
               GO TO 2000-EXIT
           END-IF

           IF WS-LG-LP > 0
               MOVE SPACES TO WS-DROITE
               MOVE SNM-LST-PRENOM-CPT(1:WS-LG-LP)
                   TO WS-DROITE(1:WS-LG-LP)
               MOVE SNM-LST-NOM-CPT(1:WS-LG-LN)
                   TO WS-DROITE(WS-LG-LP + 1:WS-LG-LN)
               IF WS-GAUCHE = WS-DROITE
                   MOVE 1 TO SNM-CORRESPOND
               END-IF
           END-IF.

       2000-EXIT.
           EXIT.

      *─── Egalite, ou debut commun de 8 lettres et plus quand la
      *    forme la plus courte est celle d'une zone tronquee ─────────
       2800-EGALITE-TOLERANTE.
           MOVE 0 TO WS-EGAL
           IF WS-GAUCHE = WS-DROITE
               MOVE 1 TO WS-EGAL
           ELSE
               MOVE WS-GAUCHE(1:30) TO WS-CIBLE
               PERFORM 2900-LONGUEUR
               MOVE WS-POS TO WS-LG-GAUCHE
               MOVE WS-DROITE(1:30) TO WS-CIBLE
               PERFORM 2900-LONGUEUR
               MOVE WS-POS TO WS-LG-DROITE
               IF WS-LG-GAUCHE >= 8 AND WS-LG-DROITE > WS-LG-GAUCHE
                   IF WS-GAUCHE(1:WS-LG-GAUCHE)
                           = WS-DROITE(1:WS-LG-GAUCHE)
                       MOVE 1 TO WS-EGAL
                   END-IF
               END-IF
               IF WS-LG-DROITE >= 8 AND WS-LG-GAUCHE > WS-LG-DROITE
                   IF WS-DROITE(1:WS-LG-DROITE)
                           = WS-GAUCHE(1:WS-LG-DROITE)
                       MOVE 1 TO WS-EGAL
                   END-IF
               END-IF
           END-IF.

      *─── Longueur utile de WS-CIBLE (lettres tassees a gauche) ──────
       2900-LONGUEUR.
           MOVE 0 TO WS-POS
           PERFORM VARYING WS-IDX FROM 30 BY -1
                   UNTIL WS-IDX < 1 OR WS-POS > 0
               IF WS-CIBLE(WS-IDX:1) NOT = SPACE
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM.
