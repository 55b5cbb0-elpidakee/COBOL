           select ordctl assign to "ORDCTL.DAT"
               organization is line sequential
               file status is WS-ORDCTL-STATUS.
           select custmast assign to disk
               organization is indexed
               access is random
               record key is CU-NO
               file status is WS-CUSTMAST-STATUS.
       data division.
       file section.
      * next-order-number control record - every posting takes one
       fd  ordctl label record standard.
       01  OC-REC.
           02 OC-NEXT pic 9(9).
      * an order with credit-sale lines is charged to a customer
      * account, so the customer must be on file and active
       fd  custmast record contains 85 characters
           label record standard
           value of file-id is "CUSTMAST.DAT".
       01  CU-REC.
           02 CU-NO         pic 9(6).
           02 CU-NAME       pic x(30).
           02 CU-ADDRESS    pic x(30).
           02 CU-PHONE      pic 9(11).
           02 filler        pic x(2).
           02 CU-TERMS      pic 9(3).
           02 filler        pic x(2).
           02 CU-ACTIVE     pic x(1).
       working-storage section.
       EXEC SQL INCLUDE SQLCA END-EXEC
       EXEC SQL BEGIN DECLARE SECTION END-EXEC
       01 UPR   pic 9(9).
       01 RCD   pic 9.
       01 ORDNO pic 9(9).
       01 CUSTNO pic 9(6).
       01 ITEMCD pic x(6).
       EXEC SQL END DECLARE SECTION END-EXEC.
       01 WS-CONN-RETURN-CODE pic 9(2).
       01 WS-LINE-IND pic 9(2).
       01 WS-ORDCTL-STATUS pic xx.
       01 WS-CUSTMAST-STATUS pic xx.
       01 WS-CREDIT-LINES pic 9(2).
       linkage section.
      * a posting is one order of up to 10 lines - the lines are
      * inserted in one transaction and rolled back together if any
             03 LS-OL-QTY   pic 9(5).
             03 LS-OL-UPR   pic 9(9).
             03 LS-OL-RCD   pic 9.
             03 LS-OL-ITEM  pic x(6).
          02 LS-CUSTOMER pic 9(6).
       01 LS-RETURN-CODE pic 9(2).
       procedure division using LS-ORDER, LS-RETURN-CODE.
       000-POST-ORDER.
               display "Error: order must have 1 to 10 lines"
               goback
          end-if.
          perform 030-CHECK-CUSTOMER.
          if LS-RETURN-CODE not = 0
               goback
          end-if.
          perform 050-TAKE-ORDER-NUMBER.
          call "SQLCONN" using WS-CONN-RETURN-CODE.
          if WS-CONN-RETURN-CODE not = 0
           display "Order " ORDNO " posted".
           goback.

       030-CHECK-CUSTOMER.
          move 0 to WS-CREDIT-LINES.
          perform varying WS-LINE-IND from 1 by 1
                  until WS-LINE-IND > LS-LINE-COUNT
              if LS-OL-RCD (WS-LINE-IND) = 1
                   add 1 to WS-CREDIT-LINES
              end-if
          end-perform.
          move LS-CUSTOMER to CUSTNO.
          if LS-CUSTOMER = 0
               if WS-CREDIT-LINES > 0
                   move 22 to LS-RETURN-CODE
                   display "Error: credit sale needs a customer number"
               end-if
               exit paragraph
          end-if.
          open input custmast.
          if WS-CUSTMAST-STATUS not = "00"
               move 23 to LS-RETURN-CODE
               display "Error: customer master not available"
               exit paragraph
          end-if.
          move LS-CUSTOMER to CU-NO.
          read custmast
              invalid key
                   move 23 to LS-RETURN-CODE
                   display "Error: customer " LS-CUSTOMER
                           " not on file"
              not invalid key
                   if CU-ACTIVE not = "Y"
                       move 23 to LS-RETURN-CODE
                       display "Error: customer " LS-CUSTOMER
                               " is not active"
                   end-if
          end-read.
          close custmast.

       050-TAKE-ORDER-NUMBER.
          move 1 to ORDNO.
          open input ordctl.
          move LS-OL-QTY   (WS-LINE-IND) to QTY.
          move LS-OL-UPR   (WS-LINE-IND) to UPR.
          move LS-OL-RCD   (WS-LINE-IND) to RCD.
          move LS-OL-ITEM  (WS-LINE-IND) to ITEMCD.
          EXEC SQL
           INSERT INTO [SalesLT].[DemoTable]
                   ([Description], [SaleDate], [Qty],
                    [UnitPrice], [Rcd], [OrderNo], [CustomerNo],
                    [ItemCode])
             VALUES
                   (:DESCR, :SDATE, :QTY, :UPR, :RCD, :ORDNO,
                    :CUSTNO, :ITEMCD)
           END-EXEC
          if sqlcode not = 0
               display "Error: cannot insert line " WS-LINE-IND
