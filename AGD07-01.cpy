      *             fixed-format, one row per MLTSOC/NOMFIC-AGD, fed   *
      *             from the same TOTSOC table PRG-REPORT-SOC builds,  *
      *             for loading straight into the accounting system.   *
SKH055*             Kept across runs - every lot's rows stay on file,  *
SKH055*             so the accounting load takes a lot's rows by its   *
SKH055*             REFOPN-GL, and a writer rewrites a row it finds    *
SKH055*             under its key instead of writing it twice.         *
SKH055*  Key "1"  = REFOPN-GL + MLTSOC-GL + NOMFIC-GL + TYPGL-GL       *
      *****************************************************************
       01  AGD07-01.
           03  REFOPN-GL                  PIC X(10).
           03  MLTSOC-GL                  PIC 9(01).
           03  NOMFIC-GL                  PIC X(03).
SKH047*        Row type - "S" (or space) a settlement row cut from a
SKH047*        run's TOTSOC table, "C" the offset ZST010 writes when a
SKH047*        corrected posting changes company or capital/interest
SKH047*        split: the side it left carries the amounts negated,
SKH047*        the side it went to carries them as-is.
SKH055*        One "C" row per lot/company/format, every correction of
SKH055*        the lot adding into it - so a move within one company
SKH055*        nets to its capital/interest shift on a single row, and
SKH055*        CNT-OK-GL counts the rows moved out and in.
SKH047     03  TYPGL-GL                   PIC X(01).
SKH047         88  TYPGL-SETTLE               VALUE "S", SPACE.
SKH047         88  TYPGL-CORRECT              VALUE "C".
SKH053*        "F" - the agency's collection fee on the lot, raised by
SKH053*        ZSR022 per company/format: CNT-OK-GL the items charged,
SKH053*        MNT-OK-GL the fee (an expense, positive), no components.
SKH053*        It is not collected money - lot totals leave it out.
SKH053         88  TYPGL-FEE                  VALUE "F".
           03  CNT-OK-GL                  PIC 9(07).
           03  MNT-OK-GL                  PIC S9(14)V9(02) COMP-3.
SKH029*        Component breakdown of MNT-OK-GL - capital recovery and
