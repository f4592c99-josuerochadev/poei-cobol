      ******************************************************************
      * Copybook : EMPCONG
      * Description : Compteur de conges payes de l'employe et dernier
      *               mois de paie verse
      * Fichier VSAM : EMPCONG (KSDS)
      * Cle primaire : CNG-ID-EMPL (6 caracteres)
      * Longueur enregistrement : 40 octets
      ******************************************************************
       01  CONGE-REC.
           05  CNG-ID-EMPL         PIC X(6).
           05  CNG-ACQUIS          PIC 9(3)V99 COMP-3.
           05  CNG-PRIS            PIC 9(3)V99 COMP-3.
           05  CNG-SOLDE           PIC S9(3)V99 COMP-3.
           05  CNG-DERNIERE-PAIE   PIC X(7).
           05  CNG-DATE-MAJ        PIC X(8).
           05  FILLER              PIC X(10).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * CNG-ID-EMPL       : Employe (cle etrangere EMPLOYE)
      * CNG-ACQUIS        : Jours de conges acquis (2,5 jours par mois
      *                     paye, credites par PAYEMENS)
      * CNG-PRIS          : Jours de conges pris (saisies 'C' de
      *                     EMPABS, decomptes par ABSTRT)
      * CNG-SOLDE         : Acquis - pris, jours restant a prendre
      * CNG-DERNIERE-PAIE : Dernier mois de paie verse AAAA-MM : les
      *                     mois jusqu'a celui-ci sont clos dans EMPABS
      * CNG-DATE-MAJ      : Date de la derniere mise a jour AAAAMMJJ
      ******************************************************************
      * L'enregistrement est cree par PAYEMENS a la premiere paie de
      * l'employe ; un employe sans compteur n'a aucun conge acquis.
      ******************************************************************
