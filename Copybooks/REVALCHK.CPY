      ******************************************************************
      * Copybook: REVALCHK
      * Purpose:  Linkage area for the CostReval subprogram, which
      *           the cost maintainers CALL around a change to
      *           OILCOST.DAT.  Before the change the caller sets
      *           rvSet-Baseline so the costs stock is carried at
      *           in the ledger (COSTBASE.DAT) exist; after saving
      *           it sets rvRevalue and CostReval prints the stock
      *           revaluation register and posts the net adjustment.
      *           rvResult answers P posted, N nothing to post, or E
      *           not posted (closed period or unknown account) -
      *           the baseline is then left where it was so the
      *           next revaluation picks the difference up.
      ******************************************************************
       01 Cost-Reval-Area.
           02 rvMode               PIC X.
               88 rvSet-Baseline   VALUE "B".
               88 rvRevalue        VALUE "R".
           02 rvResult             PIC X.
               88 rvPosted         VALUE "P".
               88 rvNothing-Posted VALUE "N".
               88 rvNot-Posted     VALUE "E".
           02 rvNet-Adjustment     PIC S9(9)V99.
