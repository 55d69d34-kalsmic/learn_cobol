                 CALL "SHOPPING-BILL-BATCH" USING called-in-batch
              WHEN "SALES-SUMMARY"
                 CALL "SALES-SUMMARY-BATCH" USING called-in-batch
              WHEN "STOCK-COSTING"
                 CALL "STOCK-COSTING-BATCH" USING
                      called-in-batch
              WHEN "STOCK-BATCHES"
                 CALL "STOCK-BATCHES-BATCH" USING
                      called-in-batch
              WHEN "STANDING-ORDERS"
                 CALL "STANDING-ORDERS-BATCH" USING
                      called-in-batch
              WHEN "ELEC-DIRDEBIT"
                 CALL "ELEC-DIRDEBIT-BATCH" USING called-in-batch
              WHEN "CHEQUE-ISSUE"
                 CALL "CHEQUE-ISSUE-BATCH" USING called-in-batch
              WHEN "TERM-DEPOSITS"
                 CALL "TERM-DEPOSITS-BATCH" USING
                      called-in-batch
