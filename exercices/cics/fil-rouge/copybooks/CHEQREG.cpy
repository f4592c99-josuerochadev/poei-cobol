      * Entretenu par CHEQTRT (ecran CHEQPRES) : demande de carnet et
      * opposition. Le batch CHEQMATCH rapproche les cheques
      * presentes du registre : hors plage, deja payes et opposes
      * partent en liste de rejets au lieu de debiter le compte ;
      * un cheque sans provision est rejete (PRV), reste 'D', et
      * son tireur est inscrit au registre INTERDIT.
      ******************************************************************
