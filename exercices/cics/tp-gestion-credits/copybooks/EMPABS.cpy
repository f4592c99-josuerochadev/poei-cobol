      ******************************************************************
      * Copybook : EMPABS
      * Description : Registre des absences et elements variables de
      *               paie, par employe et par mois de paie
      * Fichier VSAM : EMPABS (KSDS)
      * Cle primaire : ABS-CLE (ID employe + periode + sequence,
      *                16 car.)
      * Longueur enregistrement : 80 octets
      ******************************************************************
       01  ABSENCE-REC.
           05  ABS-CLE.
               10  ABS-ID-EMPL     PIC X(6).
               10  ABS-PERIODE     PIC X(7).
               10  ABS-SEQ         PIC 9(3).
           05  ABS-TYPE            PIC X(1).
               88  ABS-CONGE-PAYE  VALUE 'C'.
               88  ABS-SANS-SOLDE  VALUE 'S'.
               88  ABS-MALADIE     VALUE 'M'.
               88  ABS-HEURES-SUP  VALUE 'H'.
               88  ABS-TYPE-VALIDE VALUE 'C' 'S' 'M' 'H'.
           05  ABS-QUANTITE        PIC 9(3)V99 COMP-3.
           05  ABS-DATE-DEBUT      PIC 9(8).
           05  ABS-LIBELLE         PIC X(20).
           05  ABS-DATE-SAISIE     PIC X(8).
           05  ABS-OPERATEUR       PIC X(8).
           05  FILLER              PIC X(20).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * ABS-ID-EMPL     : Employe (cle etrangere EMPLOYE)
      * ABS-PERIODE     : Mois de paie concerne AAAA-MM (meme format
      *                   que la periode de PAYEMENS)
      * ABS-SEQ         : Rang de la saisie dans le mois (001, 002...)
      * ABS-TYPE        : 'C' conge paye (jours, decompte du solde de
      *                   conges EMPCONG, sans effet sur le brut)
      *                   'S' absence non remuneree (jours, retenue
      *                   d'un trentieme du salaire par jour)
      *                   'M' arret maladie (jours, seuls les jours
      *                   de carence sont retenus, le reste est
      *                   maintenu)
      *                   'H' heures supplementaires (heures, payees
      *                   au taux horaire majore)
      * ABS-QUANTITE    : Jours ou heures, deux decimales (COMP-3)
      * ABS-DATE-DEBUT  : Premier jour de l'absence AAAAMMJJ
      *                   (zero pour des heures supplementaires)
      * ABS-LIBELLE     : Commentaire repris sur le bulletin
      * ABS-DATE-SAISIE / ABS-OPERATEUR : saisie (ABSTRT, operateur
      *                   signe)
      ******************************************************************
      * Saisie par la transaction ABSE (ABSPRES / ABSTRT), lecture par
      * PAYEMENS qui ajuste le brut du mois et edite une ligne de
      * bulletin par element. Un mois deja paye pour l'employe
      * (CNG-DERNIERE-PAIE dans EMPCONG) n'accepte plus ni saisie ni
      * suppression.
      ******************************************************************
