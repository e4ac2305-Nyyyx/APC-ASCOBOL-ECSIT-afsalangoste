      ******************************************************************
      * Copybook: LCOSTCHK
      * Purpose:  Linkage area for the LandedCost subprogram.  For
      *           each of the 30 oils LandedCost answers the landed
      *           cost factor - landed unit cost over supplier unit
      *           cost, weighted by the quantity on hand across the
      *           oil's LOTS.DAT lots - which the caller multiplies
      *           into its OILCOST.DAT cost so freight, duty and
      *           handling reach stock value and cost of sales.  An
      *           oil with no costed lot answers 1.
      ******************************************************************
       01 Landed-Cost-Area.
           02 lcOil-Factor         PIC 99V9999 OCCURS 30 TIMES.
