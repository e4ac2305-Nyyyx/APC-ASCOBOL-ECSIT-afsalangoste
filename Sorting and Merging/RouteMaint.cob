      ******************************************************************
      * Author:Nyx
      * Date:10/15/2026
      * Purpose:Maintain the DELROUTE.DAT delivery routes (ROUTEREC)
      *         in the SalespersonMaint style - for each trade
      *         customer the delivery area they are on and their
      *         drop number within it - so DispatchRun can lay the
      *         run sheet out in the order the van actually drives
      *         it.  The customer must be on CUSTOMER.IDX; a blank
      *         area takes the customer off the routes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RouteMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT Route-File ASSIGN TO "DELROUTE.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Route-File-Status.

       SELECT Customer-File ASSIGN TO "CUSTOMER.IDX"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS cmCustomer-ID
                 FILE STATUS IS Customer-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Route-File.
       COPY ROUTEREC.

       FD  Customer-File.
       01  Customer-Rec.
           02  cmCustomer-ID                PIC 9(5).
           02  cmCustomer-Name              PIC X(20).
           02  cmCustomer-Address           PIC X(30).
           02  cmCustomer-Phone             PIC X(12).
           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       WORKING-STORAGE SECTION.
       01  Route-File-Status            PIC XX.
       01  Customer-File-Status         PIC XX.

       01  Route-Table.
           02  Route-Entry               OCCURS 500 TIMES.
               03  rttCustomer-ID       PIC 9(5).
               03  rttArea              PIC X(10).
               03  rttDrop-Seq          PIC 9(3).
       01  Route-Count                  PIC 9(3)   VALUE ZEROS.
       01  Route-Index                  PIC 9(3)   VALUE ZEROS.
       01  Found-Switch                 PIC X      VALUE "N".
           88  Found-Route              VALUE "Y".

       01  Entry-Customer-ID            PIC 9(5).
       01  Entry-Area                   PIC X(10).
       01  Entry-Drop-Seq               PIC 9(3).
       01  More-Updates-Switch          PIC X      VALUE "Y".
           88  More-Updates             VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT Customer-File
           IF Customer-File-Status NOT = "00"
               DISPLAY "Error - unable to open CUSTOMER.IDX, run "
                   "CustomerIndexBuild first"
               STOP RUN
           END-IF
           PERFORM LOAD-ROUTES
           DISPLAY "RouteMaint - delivery route maintenance"
           DISPLAY "Enter a Customer-ID, delivery area and drop "
               "number; a blank area removes the route, customer "
               "00000 finishes."
           PERFORM UNTIL NOT More-Updates
               DISPLAY "Customer-ID (00000 to end) : "
                   WITH NO ADVANCING
               ACCEPT Entry-Customer-ID
               IF Entry-Customer-ID = ZEROS
                   MOVE "N" TO More-Updates-Switch
               ELSE
                   PERFORM UPDATE-ONE-ROUTE
               END-IF
           END-PERFORM
           CLOSE Customer-File
           PERFORM SAVE-ROUTES
           STOP RUN.

       UPDATE-ONE-ROUTE.
           MOVE Entry-Customer-ID TO cmCustomer-ID
           READ Customer-File
               INVALID KEY
                   DISPLAY "Error - customer " Entry-Customer-ID
                       " is not on CUSTOMER.IDX"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "  " cmCustomer-Name " " cmCustomer-Address
           DISPLAY "Delivery area (blank to remove): "
               WITH NO ADVANCING
           ACCEPT Entry-Area
           IF Entry-Area = SPACES
               PERFORM REMOVE-ROUTE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Drop number within the area   : "
               WITH NO ADVANCING
           ACCEPT Entry-Drop-Seq
           PERFORM FIND-OR-ADD-ROUTE
           IF Route-Index > 0
               MOVE Entry-Area TO rttArea (Route-Index)
               MOVE Entry-Drop-Seq TO rttDrop-Seq (Route-Index)
               DISPLAY "Route for customer " Entry-Customer-ID
                   " saved"
           END-IF.

       REMOVE-ROUTE.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Route-Index FROM 1 BY 1
                   UNTIL Route-Index > Route-Count
               IF rttCustomer-ID (Route-Index) = Entry-Customer-ID
                   SET Found-Route TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Route
               DISPLAY "Customer " Entry-Customer-ID
                   " has no route, nothing removed"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Route-Index >= Route-Count
               MOVE Route-Entry (Route-Index + 1) TO
                   Route-Entry (Route-Index)
               ADD 1 TO Route-Index
           END-PERFORM
           SUBTRACT 1 FROM Route-Count
           DISPLAY "Route for customer " Entry-Customer-ID
               " removed".

       FIND-OR-ADD-ROUTE.
           MOVE "N" TO Found-Switch
           PERFORM VARYING Route-Index FROM 1 BY 1
                   UNTIL Route-Index > Route-Count
               IF rttCustomer-ID (Route-Index) = Entry-Customer-ID
                   SET Found-Route TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT Found-Route
               IF Route-Count < 500
                   ADD 1 TO Route-Count
                   MOVE Route-Count TO Route-Index
                   MOVE Entry-Customer-ID TO
                       rttCustomer-ID (Route-Index)
               ELSE
                   DISPLAY "Warning - Route-Table full, customer "
                       Entry-Customer-ID " not routed"
                   MOVE ZEROS TO Route-Index
               END-IF
           END-IF.

       LOAD-ROUTES.
           OPEN INPUT Route-File
           IF Route-File-Status = "00"
               READ Route-File
                   AT END SET EndOfRouteFile TO TRUE
               END-READ
               PERFORM UNTIL EndOfRouteFile
                   IF Route-Count < 500
                       ADD 1 TO Route-Count
                       MOVE drCustomer-ID TO
                           rttCustomer-ID (Route-Count)
                       MOVE drArea TO rttArea (Route-Count)
                       MOVE drDrop-Seq TO rttDrop-Seq (Route-Count)
                   END-IF
                   READ Route-File
                       AT END SET EndOfRouteFile TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Route-File
           ELSE
               DISPLAY "DELROUTE.DAT not found - starting a new "
                   "route file."
           END-IF.

       SAVE-ROUTES.
           OPEN OUTPUT Route-File
           PERFORM VARYING Route-Index FROM 1 BY 1
                   UNTIL Route-Index > Route-Count
               MOVE rttCustomer-ID (Route-Index) TO drCustomer-ID
               MOVE rttArea (Route-Index) TO drArea
               MOVE rttDrop-Seq (Route-Index) TO drDrop-Seq
               WRITE Delivery-Route-Record
           END-PERFORM
           CLOSE Route-File.

       END PROGRAM RouteMaint.
