          05 CT-CERT-DATE           PIC 9(8).
          05 CT-FILLER5             PIC X.
          05 CT-CERT-TIME           PIC 9(8).
          05 CT-FILLER6             PIC X.
      * The record's chain link: the previous record's link folded
      * with this record (this column blank) through chainlink.cbl,
      * so an edited past certification breaks its own link and
      * every one after it; walked nightly by chainverify.cbl.
      * Spaces on records written before the chain existed.
          05 CT-CHAIN               PIC X(18).
