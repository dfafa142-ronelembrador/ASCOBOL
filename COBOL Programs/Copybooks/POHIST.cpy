      *              layout shared between GoodsReceived.cob (appends
      *              one record per PO cleared as delivered, with the
      *              quantity actually received against it) and
      *              SupplierInvMatch.cob (three-way invoice match);
      *              GoodsReceived.cob also reads it back to spread a
      *              landed-cost charge that arrives after its PO was
      *              received. SupplierReturn.cob reads it to check
      *              a return against what the supplier delivered and
      *              to cost the debit note.
      *              AROMAPO.DAT only carries still-open POs; this
      *              file is the history that survives delivery.
      ******************************************************************
