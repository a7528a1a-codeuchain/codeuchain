      *                                                                *
      * PFX-COLL-LOAN-NUMBER is the loan this collateral secures,      *
      * stamped by LOAN-BOOKING when the loan books (spaces on a       *
      * record that secures nothing yet). An item securing several     *
      * loans names the most senior one here; PLEDGE-MASTER holds one  *
      * pledge per loan with its lien position and allocated value     *
      * (pledge-record.cob). PFX-COLL-LIEN-STATUS is spaces while our  *
      * lien is held and "RELEASED" once no held pledge is left on it. *
      *                                                                *
      * The PFX-COLL-INS-* fields are the insurance policy covering    *
      * the item: carrier, policy number, expiry and coverage amount.  *
