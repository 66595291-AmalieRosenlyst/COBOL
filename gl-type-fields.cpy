      * Hovedbogens transaktionstype (gl-type.cpy), delt af GLEXTRACT
      * og GLRECON saa begge aggregerer ens.
      * INTPOST's negative-interest charges are ordinary debits ("D")
      * on the account but book to their own GL accounts, under the
      * mapping master's transaction-type "M". Withholding tax INTPOST
      * debits off a foreign resident's interest is owed to the tax
      * authority and books under transaction-type "K"; PALTAX's
      * pension yield tax likewise books under "P". WRITEOFF's system
      * credit clearing a written-off debt ("I", "System - write-off")
      * is the loss itself and books under the "W" row. A recovery
      * deposit on a written-off account posts as an ordinary "I";
      * WRITEOFF then debits it back off the account ("D", "System -
      * write-off recovery"), and that debit books under "G".
      * INTPOST's overdraft interest ("D", "System - overdraft
      * interest") is income on lending and books under "O".
       01 txn-gl-type                   PIC X(1) VALUE SPACES.
