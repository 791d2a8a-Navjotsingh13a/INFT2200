      * GLREC.cpy -- standardized general-ledger journal-entry
      * record, written to the shared GL interface file by A2STOCK
      * (total final profit), A5DEPINC (department totals),
      * A6INVPST (inventory movements valued at unit cost) and
      * A6LABPST (commission and retro pay by cost center).
      * Account codes come from the GLACCTS mapping table, and a
      * program's entries must balance to zero before they are
      * written -- the proof listing on each program's report shows
