
       FD  F-REGISTRE
           RECORDING MODE IS F
           RECORD CONTAINS 180 CHARACTERS.
       01  ENR-REGISTRE.
           05  REG-NUMERO          PIC 9(6).
           05  REG-DATE            PIC 9(8).
      * un avoir porte le numero de la facture d'origine
           05  REG-TYPE            PIC X(1).
           05  REG-REF-ORIGINE     PIC 9(6).
           05  REG-NUM-CLIENT      PIC 9(6).
           05  REG-ECHEANCE        PIC 9(8).
           05  FILLER              PIC X(6).

      *----------------------------------------------------------------
      * FD FACTPAY - 30 octets - un enregistrement par reglement
