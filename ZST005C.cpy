SKH032*        spaces leave the corresponding end open.
SKH032         05  PARFRM                 PIC X(12).
SKH032         05  PARTO                  PIC X(12).
SKH051*        Delivery of the format within the business date - space
SKH051*        for the day's first file (one per format, under the
SKH051*        table-019 once-a-day check), "2".."9" for a supplementary
SKH051*        file of the same NOMFIC arriving later the same DATBUS.
SKH051*        A supplementary delivery gets its own lot, gates on its
SKH051*        own ZST004 pass and is protected against a rerun through
SKH051*        its AGD12-01 row instead of table 019.
SKH051         05  NUMLIV                 PIC X(01).
SKH051             88  NUMLIV-FIRST            VALUE SPACE.
SKH051             88  NUMLIV-SUPPL            VALUE "2" THRU "9".
