           END-READ.

       340-POST-PAYROLL-RECORD.
           IF GD-SOURCE = 'PAYROLL'
               ADD GD-AMOUNT TO PAY-DIST-TOTAL-WS
           END-IF
           PERFORM 350-POST-ONE-RECORD
           PERFORM 330-READ-PAYROLL-DIST.

       341-POST-INV5-RECORD.
           IF GD-SOURCE = 'VOUCHER'
               ADD GD-AMOUNT TO INV5-DIST-TOTAL-WS
           END-IF
           PERFORM 350-POST-ONE-RECORD
           PERFORM 331-READ-INV5-DIST.

