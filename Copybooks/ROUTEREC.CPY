      ******************************************************************
      * Copybook: ROUTEREC
      * Purpose:  Canonical DELROUTE.DAT delivery-route record
      *           layout - the delivery area a trade customer is on
      *           and where they fall in the driver's drop order
      *           within it.  Maintained by RouteMaint; DispatchRun
      *           groups the run sheet by area in drop order.  A
      *           customer with no route prints last, unrouted.
      ******************************************************************
       01 Delivery-Route-Record.
           88 EndOfRouteFile       VALUE HIGH-VALUES.
           02 drCustomer-ID        PIC 9(5).
           02 drArea               PIC X(10).
           02 drDrop-Seq           PIC 9(3).
