      * Program6's export carries both, Program27's bridge carries
      * both, and Program9's two totals therefore move together.
      * the V/R marks are for the inquiry and to stop a second void;
      * they do not filter anything out of the ledgers.  the
      * reversal keeps the customer number, so when the bridge takes
      * it across a voided credit sale comes back as a credit note
           DISPLAY "ENTER ORDER NUMBER TO VOID: ".
           ACCEPT ORDNO.
           CALL "SQLCONN" USING WS-CONN-RETURN-CODE.
           EXEC SQL
               INSERT INTO SalesLT.DemoTable
                       (Description, SaleDate, Qty, UnitPrice,
                        Rcd, OrderNo, Status, CustomerNo)
               SELECT Description, SaleDate, Qty, UnitPrice,
                      CASE Rcd WHEN 1 THEN 2
                               WHEN 2 THEN 1
                               ELSE Rcd END,
                      :REVNO, 'R', CustomerNo
                 FROM SalesLT.DemoTable
                WHERE OrderNo = :ORDNO
           END-EXEC
