      ******************************************************************
      * Copybook: BLENDREC
      * Purpose:  Canonical BLENDS.DAT blend recipe record layout.
      *           One record per component line of a recipe - the
      *           finished blend's Oil-Number, the batch size the
      *           recipe makes (in finished units), and the quantity
      *           of one Essential- or Base-Oil component that batch
      *           uses - so a blend can carry a different recipe for
      *           each batch size it is made in.  Maintained by
      *           BlendMaint; ProductionRun consumes the components
      *           and rolls their OILCOST.DAT costs into the blend.
      ******************************************************************
       01 BlendRecipeRecord.
           88 EndOfBlendFile       VALUE HIGH-VALUES.
           02 blBlend-Oil          PIC 99.
           02 blBatch-Size         PIC 9(4).
           02 blComponent-Oil      PIC 99.
           02 blComponent-Qty      PIC 9(4).
