      ******************************************************************
      * Copybook : CPTXREF
      * Description : Correspondance compte chaine batch / compte
      *               guichet
      * Fichier VSAM : CPTXREF (KSDS)
      * Clé primaire : XRF-NUM-CHAINE (3 chiffres)
      * Longueur enregistrement : 40 octets
      ******************************************************************
       01  CPTXREF-REC.
           05  XRF-NUM-CHAINE      PIC 9(3).
           05  XRF-CPT-NUM         PIC X(11).
           05  XRF-DATE-MAJ        PIC X(8).
           05  XRF-AUTEUR          PIC X(8).
           05  FILLER              PIC X(10).
      ******************************************************************
      * Détail des champs :
      * -----------------------------------------------------------------
      * XRF-NUM-CHAINE : Numero de compte de la chaine (CLI-NUM-COMPTE
      *                  du FCLIENT)
      * XRF-CPT-NUM    : Compte guichet correspondant (CPT-NUM)
      * XRF-DATE-MAJ   : Date de la derniere mise a jour AAAAMMJJ
      * XRF-AUTEUR     : Auteur de la mise a jour
      ******************************************************************
      * Entretenu par le batch XREFMAJ a partir de cartes de
      * creation, modification et suppression. Lu chaque matin par
      * CHNRETR pour reporter dans COMPTE les mouvements generes par
      * la chaine (interets, commissions, virements permanents,
      * prelevements, virements interbancaires recus).
      ******************************************************************
