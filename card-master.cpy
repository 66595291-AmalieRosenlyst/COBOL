      * Trailing optional field: older, shorter rows read back with
      * SPACES here and never auto-expire.
           02 CM-EXPIRY-DATE           PIC X(8) VALUE SPACES.
      * Kortprodukt (card-products.txt). Blank paa aeldre raekker,
      * udstedt foer kortprodukterne kom.
           02 CM-CARD-PRODUCT          PIC X(10) VALUE SPACES.
