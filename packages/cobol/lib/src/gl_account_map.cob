      *     DISBURSE    1200-LOAN    1000-CASH                         *
      *     PAYPRIN     1000-CASH    1200-LOAN                         *
      *     PAYINT      1000-CASH    4100-INT                          *
      *     PAYFEE      1000-CASH    1200-LOAN                         *
      *     ACCRUAL     1210-ACCR    4100-INT                          *
      *     ESCROW      1000-CASH    2300-ESCR                         *
      *     ESCDISB     2300-ESCR    1000-CASH                         *
      *     ORIGFEE     1000-CASH    4200-FEE                          *
      *     FXREVAL     1200-LOAN    4400-FXGL                         *
      *     QUOTEVAR    5200-QVAR    1210-ACCR                         *
      *     PREPAYPEN   1000-CASH    4250-PPEN                         *
      *     DRAW        1200-LOAN    1000-CASH                         *
      *     CECLPROV    5300-PROV    1290-ALLW                         *
      *     CECLREL     1290-ALLW    5300-PROV                         *
      *     REOXFER     1500-OREO    1200-LOAN                         *
      *     REOSALE     1000-CASH    1500-OREO                         *
      *     REOGAIN     1000-CASH    4500-REOG                         *
      *     REOLOSS     5400-REOL    1500-OREO                         *
      *     REFUNDCR    1200-LOAN    1000-CASH                         *
      *     REFUNDSUS   2400-SUSP    1000-CASH                         *
      *     REFUNDESC   2300-ESCR    1000-CASH                         *
      *     ESCHEATCK   1000-CASH    2600-UNCL                         *
      *     ESCHEATCR   1200-LOAN    2600-UNCL                         *
      *     ESCHEATSUS  2400-SUSP    2600-UNCL                         *
      *     ESCHEATESC  2300-ESCR    2600-UNCL                         *
      *     SETTLEWO    5100-CHGO    1200-LOAN                         *
      *     SETTLEINT   5100-CHGO    1210-ACCR                         *
      *     DLRRSV      1230-DRSV    2700-DLRP                         *
      *     DLRCHGBK    2700-DLRP    1230-DRSV                         *
      *     ESCINT      5500-EINT    2300-ESCR                         *
      *     SALEPRIN    1000-CASH    1200-LOAN                         *
      *     SALEINT     1000-CASH    1210-ACCR                         *
      *     SALEPREM    1000-CASH    4600-LSGN                         *
      *     SALEDISC    5600-LSLS    1000-CASH                         *
      *     ESCXFER     2300-ESCR    1000-CASH                         *
      *     SUSXFER     2400-SUSP    1000-CASH                         *
      *     PRECOMP     1200-LOAN    2150-UNERN                        *
      *     EARN78      2150-UNERN   4100-INT                          *
      *     REBATE78    2150-UNERN   1200-LOAN                         *
      *     INTADJ      1200-LOAN    4100-INT                          *
      *                                                                *
      * CECLPROV builds the allowance for credit losses up to the      *
      * reserve CECL-RESERVE requires; CECLREL releases the excess     *
      * back through provision expense when the requirement falls.     *
      *                                                                *
      * REOXFER moves a taken asset's carrying value out of the loan   *
      * receivable into owned property; on its sale REOSALE clears     *
      * the carrying value against the cash received, REOGAIN takes    *
      * any proceeds above it to income and REOLOSS writes off any     *
      * shortfall, so owned property always clears to zero.            *
      *                                                                *
      * REFUNDCR, REFUNDSUS and REFUNDESC pay back by check what the   *
      * bank holds for a borrower: a credit balance on the loan, the   *
      * unapplied funds in suspense, and a paid-off loan's escrow.     *
      *                                                                *
      * The ESCHEAT events move what is turned over to the state into  *
      * the unclaimed property liability: an uncashed refund check is  *
      * voided back out of cash, a refund never delivered comes off    *
      * the loan, suspense or escrow it was still sitting in.          *
      *                                                                *
      * SETTLEWO and SETTLEINT write off what a debt settlement        *
      * forgives, to charge-off expense like any other loss: the       *
      * principal left against the receivable, the interest accrued    *
      * but never collected against accrued interest receivable.       *
      *                                                                *
      * DLRRSV books the reserve owed a dealer on an indirect contract *
      * as a deferred cost of the loan, payable to the dealer on the   *
      * monthly dealer statement; DLRCHGBK reverses the unearned share *
      * when the loan leaves the books inside the chargeback window,   *
      * netted against what the bank next remits to that dealer.       *
      *                                                                *
      * ESCINT is the interest state law has us pay on escrow          *
      * balances, credited to the borrower's escrow account once a     *
      * year or at payoff and charged to escrow interest expense.      *
      *                                                                *
      * The SALE events take a loan off the books when it is sold or   *
      * its servicing transferred: SALEPRIN and SALEINT clear the      *
      * principal and accrued interest against the cash received at    *
      * par, SALEPREM takes a price above par to gain on loan sale and *
      * SALEDISC a price below it to loss. ESCXFER and SUSXFER remit   *
      * the escrow balance and unapplied funds to the acquirer.        *
      *                                                                *
      * The 78 events carry a precomputed contract's finance charge:   *
      * PRECOMP adds it to the receivable at booking as unearned       *
      * interest, EARN78 moves each month's Rule of 78s share into     *
      * interest income, and REBATE78 takes what is still unearned at  *
      * an early payoff back off the receivable as the borrower's      *
      * rebate.                                                        *
      *                                                                *
      * INTADJ is the net interest BACKDATE-RECALC finds once a        *
      * back-dated payment or reversal is replayed through the         *
      * payments after it: more interest collected means less          *
      * principal came off the receivable, so it debits the receivable *
      * and credits interest income; less interest flips the pair.     *
      *                                                                *
      * PAYFEE is the part of a payment a product's waterfall applies  *
      * to outstanding late and NSF fees. The fees were charged to the *
      * receivable (LATEFEE, NSFFEE), so by default their payment      *
      * credits it back, the same as principal.                        *
      *                                                                *
      * GET-NAME resolves an account code (passed in the event-type    *
      * argument) to its chart name, returned in the account-pair      *
               WHEN "PAYINT"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "4100-INT" TO LS-CREDIT-ACCOUNT
               WHEN "PAYFEE"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "1200-LOAN" TO LS-CREDIT-ACCOUNT
               WHEN "ACCRUAL"
                   MOVE "1210-ACCR" TO LS-DEBIT-ACCOUNT
                   MOVE "4100-INT" TO LS-CREDIT-ACCOUNT
               WHEN "QUOTEVAR"
                   MOVE "5200-QVAR" TO LS-DEBIT-ACCOUNT
                   MOVE "1210-ACCR" TO LS-CREDIT-ACCOUNT
               WHEN "PREPAYPEN"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "4250-PPEN" TO LS-CREDIT-ACCOUNT
               WHEN "DRAW"
                   MOVE "1200-LOAN" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "CECLPROV"
                   MOVE "5300-PROV" TO LS-DEBIT-ACCOUNT
                   MOVE "1290-ALLW" TO LS-CREDIT-ACCOUNT
               WHEN "CECLREL"
                   MOVE "1290-ALLW" TO LS-DEBIT-ACCOUNT
                   MOVE "5300-PROV" TO LS-CREDIT-ACCOUNT
               WHEN "REOXFER"
                   MOVE "1500-OREO" TO LS-DEBIT-ACCOUNT
                   MOVE "1200-LOAN" TO LS-CREDIT-ACCOUNT
               WHEN "REOSALE"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "1500-OREO" TO LS-CREDIT-ACCOUNT
               WHEN "REOGAIN"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "4500-REOG" TO LS-CREDIT-ACCOUNT
               WHEN "REOLOSS"
                   MOVE "5400-REOL" TO LS-DEBIT-ACCOUNT
                   MOVE "1500-OREO" TO LS-CREDIT-ACCOUNT
               WHEN "REFUNDCR"
                   MOVE "1200-LOAN" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "REFUNDSUS"
                   MOVE "2400-SUSP" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "REFUNDESC"
                   MOVE "2300-ESCR" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "ESCHEATCK"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "2600-UNCL" TO LS-CREDIT-ACCOUNT
               WHEN "ESCHEATCR"
                   MOVE "1200-LOAN" TO LS-DEBIT-ACCOUNT
                   MOVE "2600-UNCL" TO LS-CREDIT-ACCOUNT
               WHEN "ESCHEATSUS"
                   MOVE "2400-SUSP" TO LS-DEBIT-ACCOUNT
                   MOVE "2600-UNCL" TO LS-CREDIT-ACCOUNT
               WHEN "ESCHEATESC"
                   MOVE "2300-ESCR" TO LS-DEBIT-ACCOUNT
                   MOVE "2600-UNCL" TO LS-CREDIT-ACCOUNT
               WHEN "SETTLEWO"
                   MOVE "5100-CHGO" TO LS-DEBIT-ACCOUNT
                   MOVE "1200-LOAN" TO LS-CREDIT-ACCOUNT
               WHEN "SETTLEINT"
                   MOVE "5100-CHGO" TO LS-DEBIT-ACCOUNT
                   MOVE "1210-ACCR" TO LS-CREDIT-ACCOUNT
               WHEN "DLRRSV"
                   MOVE "1230-DRSV" TO LS-DEBIT-ACCOUNT
                   MOVE "2700-DLRP" TO LS-CREDIT-ACCOUNT
               WHEN "DLRCHGBK"
                   MOVE "2700-DLRP" TO LS-DEBIT-ACCOUNT
                   MOVE "1230-DRSV" TO LS-CREDIT-ACCOUNT
               WHEN "ESCINT"
                   MOVE "5500-EINT" TO LS-DEBIT-ACCOUNT
                   MOVE "2300-ESCR" TO LS-CREDIT-ACCOUNT
               WHEN "SALEPRIN"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "1200-LOAN" TO LS-CREDIT-ACCOUNT
               WHEN "SALEINT"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "1210-ACCR" TO LS-CREDIT-ACCOUNT
               WHEN "SALEPREM"
                   MOVE "1000-CASH" TO LS-DEBIT-ACCOUNT
                   MOVE "4600-LSGN" TO LS-CREDIT-ACCOUNT
               WHEN "SALEDISC"
                   MOVE "5600-LSLS" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "ESCXFER"
                   MOVE "2300-ESCR" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "SUSXFER"
                   MOVE "2400-SUSP" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
               WHEN "PRECOMP"
                   MOVE "1200-LOAN" TO LS-DEBIT-ACCOUNT
                   MOVE "2150-UNERN" TO LS-CREDIT-ACCOUNT
               WHEN "EARN78"
                   MOVE "2150-UNERN" TO LS-DEBIT-ACCOUNT
                   MOVE "4100-INT" TO LS-CREDIT-ACCOUNT
               WHEN "REBATE78"
                   MOVE "2150-UNERN" TO LS-DEBIT-ACCOUNT
                   MOVE "1200-LOAN" TO LS-CREDIT-ACCOUNT
               WHEN "INTADJ"
                   MOVE "1200-LOAN" TO LS-DEBIT-ACCOUNT
                   MOVE "4100-INT" TO LS-CREDIT-ACCOUNT
               WHEN OTHER
                   MOVE "1200-LOAN" TO LS-DEBIT-ACCOUNT
                   MOVE "1000-CASH" TO LS-CREDIT-ACCOUNT
                   MOVE "PAYOFF QUOTE VAR" TO LS-ACCOUNT-PAIR
               WHEN "4400-FXGL"
                   MOVE "FX GAIN/LOSS" TO LS-ACCOUNT-PAIR
               WHEN "4250-PPEN"
                   MOVE "PREPAY PENALTY INC" TO LS-ACCOUNT-PAIR
               WHEN "5300-PROV"
                   MOVE "PROVISION EXPENSE" TO LS-ACCOUNT-PAIR
               WHEN "1290-ALLW"
                   MOVE "ALLOWANCE CR LOSSES" TO LS-ACCOUNT-PAIR
               WHEN "1500-OREO"
                   MOVE "OWNED PROPERTY" TO LS-ACCOUNT-PAIR
               WHEN "4500-REOG"
                   MOVE "OWNED PROP GAIN" TO LS-ACCOUNT-PAIR
               WHEN "5400-REOL"
                   MOVE "OWNED PROP LOSS" TO LS-ACCOUNT-PAIR
               WHEN "2600-UNCL"
                   MOVE "UNCLAIMED PROPERTY" TO LS-ACCOUNT-PAIR
               WHEN "1230-DRSV"
                   MOVE "DEALER RESERVE" TO LS-ACCOUNT-PAIR
               WHEN "2700-DLRP"
                   MOVE "DUE TO DEALERS" TO LS-ACCOUNT-PAIR
               WHEN "5500-EINT"
                   MOVE "ESCROW INT EXPENSE" TO LS-ACCOUNT-PAIR
               WHEN "4600-LSGN"
                   MOVE "GAIN ON LOAN SALE" TO LS-ACCOUNT-PAIR
               WHEN "5600-LSLS"
                   MOVE "LOSS ON LOAN SALE" TO LS-ACCOUNT-PAIR
               WHEN "2150-UNERN"
                   MOVE "UNEARNED INTEREST" TO LS-ACCOUNT-PAIR
               WHEN OTHER
                   MOVE LS-EVENT-TYPE TO LS-ACCOUNT-PAIR
           END-EVALUATE
