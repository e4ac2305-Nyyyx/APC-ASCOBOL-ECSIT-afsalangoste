      *         quietly not chased and HOLDS.DAT flagging the
      *         student anyway.
      * Tectonics: cobc
      *
      * Modification History
      * 10/15/2026 - Each award now also records whether it waives
      *            late fees and interest; FinanceChargeRun leaves a
      *            student holding such an award uncharged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AwardMaint.
               03  awtMethod         PIC X.
               03  awtValue          PIC 9(5)V99.
               03  awtSource         PIC X(12).
               03  awtWaiveCharges   PIC X.
       01  Award-Count               PIC 9(3)   VALUE ZEROS.
       01  Award-Index               PIC 9(3)   VALUE ZEROS.
       01  Found-Switch              PIC X      VALUE "N".
           88  Entry-Is-Percent      VALUE "P", "p".
       01  Entry-Value               PIC 9(5)V99.
       01  Entry-Source              PIC X(12).
       01  Entry-Waive               PIC X.
           88  Entry-Waives-Charges  VALUE "Y", "y".
       01  More-Updates-Switch       PIC X      VALUE "Y".
           88  More-Updates          VALUE "Y".

           ACCEPT Entry-Value
           DISPLAY "Funding source              : " WITH NO ADVANCING
           ACCEPT Entry-Source
           DISPLAY "Waives late charges (Y/N)   : " WITH NO ADVANCING
           ACCEPT Entry-Waive
           EVALUATE TRUE
               WHEN Entry-Type = SPACES
                   DISPLAY "Error - award type may not be blank, "
                       END-IF
                       MOVE Entry-Value TO awtValue (Award-Index)
                       MOVE Entry-Source TO awtSource (Award-Index)
                       IF Entry-Waives-Charges
                           MOVE "Y" TO awtWaiveCharges (Award-Index)
                       ELSE
                           MOVE "N" TO awtWaiveCharges (Award-Index)
                       END-IF
                       DISPLAY "Award " Entry-Type " saved for "
                           Entry-StudentID
                   END-IF
                       MOVE awMethod TO awtMethod (Award-Count)
                       MOVE awValue TO awtValue (Award-Count)
                       MOVE awSource TO awtSource (Award-Count)
                       MOVE awWaiveCharges TO
                           awtWaiveCharges (Award-Count)
                   END-IF
                   READ AwardFile
                       AT END SET EndOfAwardFile TO TRUE
               MOVE awtMethod (Award-Index) TO awMethod
               MOVE awtValue (Award-Index) TO awValue
               MOVE awtSource (Award-Index) TO awSource
               MOVE awtWaiveCharges (Award-Index) TO awWaiveCharges
               WRITE AwardRecord
           END-PERFORM
           CLOSE AwardFile.
