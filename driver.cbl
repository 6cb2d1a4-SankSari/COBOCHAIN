    Select Run-Stats-File assign to Run-Stats-Path
        organization is line sequential
        file status is Run-Stats-Status.
    Select Hold-File assign to Hold-File-Path
        organization is line sequential
        file status is Hold-File-Status.
    Select Fx-Rate-File assign to Fx-Rate-File-Path
        organization is line sequential
        file status is Fx-Rate-File-Status.
    Select Fx-Parm-File assign to Fx-Parm-File-Path
        organization is line sequential
        file status is Fx-Parm-File-Status.
Data division.
File section.
Fd  Transaction-File.
Copy "run-control-record.cpy".
Fd  Run-Stats-File.
Copy "run-stats-record.cpy".
Fd  Hold-File.
Copy "hold-record.cpy".
Fd  Fx-Rate-File.
Copy "fx-rate-record.cpy".
Fd  Fx-Parm-File.
Copy "fx-parm-record.cpy".
Working-storage section.
01 Audit-Log-Path        pic x(60) value "data/audit-log.dat".
01 Audit-Log-Status      pic xx.
01 Run-Control-Status         pic xx.
01 Run-Stats-Path             pic x(60) value "data/run-stats.dat".
01 Run-Stats-Status           pic xx.
01 Hold-File-Path             pic x(60) value "data/account-holds.dat".
01 Hold-File-Status           pic xx.
    *> The holds still biting on this business date, loaded once at
    *> startup - released holds and holds past their last held date
    *> never enter the table, so 1450-Check-Available-Funds only
    *> has to add up what it finds for the account.
01 Hold-Count                 pic 9(4) comp value zero.
01 Hold-Max                   pic 9(4) comp value 500.
01 Hold-Overflow-Switch       pic x value "N".
    88 Hold-Overflow          value "Y".
01 Hold-Table.
    05 Hold-Entry occurs 500 times.
        10 Hold-T-Account     pic 9(8).
        10 Hold-T-Amount      pic 9(11)V99.
01 Hold-Sub                   pic 9(4) comp.
01 Held-Amount                pic 9(11)V99.
01 Available-Balance          pic s9(11)V99.
01 Fx-Rate-File-Path          pic x(60) value "data/fx-rates.dat".
01 Fx-Rate-File-Status        pic xx.
01 Fx-Parm-File-Path          pic x(60) value "data/fx-parms.dat".
01 Fx-Parm-File-Status        pic xx.
01 Base-Currency              pic x(3) value "USD".
    *> Default used only if data/fx-parms.dat is missing; see
    *> 0070-Load-Base-Currency.
01 Feed-Currency              pic x(3) value spaces.
    *> The currency the transmission header names - blank means each
    *> detail is already in its own account's currency.
01 Feed-Source                pic x(10) value spaces.
    *> The source system the transmission header names, stamped on
    *> every posting the transmission produces.
    *> The rates dated this business date, loaded once at startup -
    *> a rate for any other day never enters the table, so no detail
    *> can be converted at a stale rate.
01 Fx-Count                   pic 9(4) comp value zero.
01 Fx-Max                     pic 9(4) comp value 500.
01 Fx-Overflow-Switch         pic x value "N".
    88 Fx-Overflow            value "Y".
01 Fx-Table.
    05 Fx-Entry occurs 500 times.
        10 Fx-T-From          pic x(3).
        10 Fx-T-To            pic x(3).
        10 Fx-T-Rate          pic 9(5)V9(6).
01 Fx-Sub                     pic 9(4) comp.
01 Fx-Hit                     pic 9(4) comp.
    *> The detail's own currency and amount as "sub" produced it, and
    *> what each leg posts in its account's currency at which rate.
01 Txn-Currency               pic x(3).
01 Original-R-Amount          pic 9(6)V99.
01 Pay-Currency               pic x(3).
01 Pay-Rate                   pic 9(5)V9(6).
01 Receive-Currency           pic x(3).
01 Receive-Rate               pic 9(5)V9(6).
01 Receive-Amount             pic 9(6)V99.
01 Lookup-From                pic x(3).
01 Lookup-To                  pic x(3).
01 Lookup-Rate                pic 9(5)V9(6).
01 Converted-Amount           pic 9(6)V99.
01 Business-Date              pic 9(8) value zero.
01 Run-Number                 pic 9(4) value zero.
01 Valid-Transaction-Switch   pic x value "Y".
    move Function Current-Date(9:6) to Job-Start-Time
    Perform 0050-Load-Parameters
    Perform 0060-Load-Run-Control
    Perform 0070-Load-Base-Currency
    Perform 0100-Load-Last-Chain-Block
    Perform 0200-Load-Checkpoint
    Perform 0400-Load-Holds
    Perform 0450-Load-Fx-Rates
    Open Input Transaction-File
    if Transaction-File-Status not = "00"
        *> No released file means the pre-edit never ran or held the
        if not Txn-Detail-Rec
            *> Header and trailer control records travel with the
            *> released file for downstream re-verification; TXNEDIT
            *> has already proven them, so posting skips past them -
            *> all but the header's currency and source system, which
            *> every detail after it is in and came from.
            if Txn-Header-Rec
                move Txn-Hdr-Currency to Feed-Currency
                move Txn-Hdr-Source-System to Feed-Source
            end-if
        else
        if Txn-Key not > Last-Posted-Key
            *> Already posted before the abend/rerun this checkpoint
                Perform 1400-Validate-Result
                if Valid-Transaction
                    compute R-Amount = R / 100
                    Perform 1420-Convert-Currency
                end-if
                Perform 1450-Check-Available-Funds
            end-if
            if Valid-Transaction
                Display R
                move spaces to Posting-Record
                move Txn-Key to Post-Key
                move Txn-Account to Post-Account
                move Txn-A to Post-A
                move Business-Date to Post-Business-Date
                move Run-Number to Post-Run-No
                move Posting-Type-Code to Post-Type-Code
                if Posting-Type-Code = "X"
                    move Txn-To-Account to Post-Link-Account
                end-if
                move Pay-Currency to Post-Currency
                move Txn-Currency to Post-Orig-Currency
                move Original-R-Amount to Post-Orig-Amount
                move Pay-Rate to Post-Fx-Rate
                move Feed-Source to Post-Source-System
                Write Posting-Record
                Perform 1600-Post-To-Account
                Perform 1000-Add-Chain-Block
                if Posting-Type-Code = "X"
                    Perform 1700-Post-Transfer-In-Leg
                end-if
                add 1 to Records-Processed-Count
            else
                Perform 1500-Write-Rejected-Transaction
    Write Run-Control-Record
    Close Run-Control-File.

0070-Load-Base-Currency.
    *> The currency a blank ACCT-CURRENCY-CODE stands for. If the
    *> file is absent or empty, the WORKING-STORAGE default stands.
    Open Input Fx-Parm-File
    if Fx-Parm-File-Status = "00"
        Read Fx-Parm-File
        if Fx-Parm-File-Status = "00"
              and Fxp-Base-Currency not = spaces
            move Fxp-Base-Currency to Base-Currency
        end-if
        Close Fx-Parm-File
    end-if.

0100-Load-Last-Chain-Block.
    *> Walk the existing chain file (if any) to find the last block's
    *> sequence number and hash, so this run's new blocks extend the
        move "NON-NUMERIC INPUT" to Rejection-Reason
    else
        Perform 1305-Check-Transaction-Type
        if Valid-Transaction
              and Posting-Type-Code = "X"
            Perform 1320-Check-To-Account
        end-if
        if Valid-Transaction
            Perform 1310-Check-Account
        end-if
            move "R" to Posting-Type-Code
        when Txn-Type-Reversal-Cr
            move "V" to Posting-Type-Code
        when Txn-Type-Transfer
            move "X" to Posting-Type-Code
        when Txn-Type-Blank
            move "C" to Posting-Type-Code
        when other
            move "N" to Valid-Transaction-Switch
            move "UNKNOWN ACCOUNT" to Rejection-Reason
        not invalid key
            move Acct-Currency-Code to Pay-Currency
            if Pay-Currency = spaces
                move Base-Currency to Pay-Currency
            end-if
            if Acct-Closed
                move "N" to Valid-Transaction-Switch
                move "ACCOUNT CLOSED" to Rejection-Reason
            end-if
    end-read.

1320-Check-To-Account.
    *> A transfer's receiving account must pass the same tests as the
    *> paying one before either leg posts - a transfer lands whole or
    *> is rejected whole, never half-posted. It is read ahead of
    *> 1310-Check-Account so the paying account's record is the one
    *> left current for the funds check and the first rewrite.
    if Txn-To-Account not numeric
        move "N" to Valid-Transaction-Switch
        move "TRANSFER TO-ACCOUNT INVALID" to Rejection-Reason
    else
        if Txn-To-Account = Txn-Account
            move "N" to Valid-Transaction-Switch
            move "TRANSFER TO SAME ACCOUNT" to Rejection-Reason
        else
            move Txn-To-Account to Acct-Number
            Read Account-Master
                invalid key
                    move "N" to Valid-Transaction-Switch
                    move "UNKNOWN TO-ACCOUNT" to Rejection-Reason
                not invalid key
                    move Acct-Currency-Code to Receive-Currency
                    if Receive-Currency = spaces
                        move Base-Currency to Receive-Currency
                    end-if
                    if Acct-Closed
                        move "N" to Valid-Transaction-Switch
                        move "TO-ACCOUNT CLOSED" to Rejection-Reason
                    else
                        if Acct-Frozen
                            move "N" to Valid-Transaction-Switch
                            move "TO-ACCOUNT FROZEN" to Rejection-Reason
                        end-if
                    end-if
            end-read
        end-if
    end-if.

1400-Validate-Result.
    *> Re-check the value "sub" handed back before it is posted and
    *> chained - unsigned PIC 9(8) BINARY cannot go negative, but a
        end-if
    end-if.

1420-Convert-Currency.
    *> Bring the result "sub" produced into the currency of the
    *> account it posts to, before the funds check weighs it against
    *> that account's balance. A detail under a blank header is in
    *> its paying account's currency already. Conversion is only ever
    *> at a rate dated this business date - a pair with no rate today
    *> is rejected, never posted at yesterday's. A transfer's
    *> receiving leg converts from the same original amount into the
    *> receiving account's currency, and both rates must be there
    *> before either leg posts.
    move R-Amount to Original-R-Amount
    if Feed-Currency = spaces
        move Pay-Currency to Txn-Currency
    else
        move Feed-Currency to Txn-Currency
    end-if
    move Txn-Currency to Lookup-From
    move Pay-Currency to Lookup-To
    Perform 1430-Convert-One-Amount
    if Valid-Transaction
        move Lookup-Rate to Pay-Rate
        move Converted-Amount to R-Amount
        if Posting-Type-Code = "X"
            move Receive-Currency to Lookup-To
            Perform 1430-Convert-One-Amount
            if Valid-Transaction
                move Lookup-Rate to Receive-Rate
                move Converted-Amount to Receive-Amount
            end-if
        end-if
    end-if.

1430-Convert-One-Amount.
    if Lookup-From = Lookup-To
        move 1 to Lookup-Rate
        move Original-R-Amount to Converted-Amount
    else
        Perform 1440-Find-Fx-Rate
        if Fx-Hit = zero
            move "N" to Valid-Transaction-Switch
            if Fx-Overflow
                move "FX RATE TABLE OVERFLOW" to Rejection-Reason
            else
                move "NO FX RATE FOR BUSINESS DATE" to Rejection-Reason
            end-if
        else
            move Fx-T-Rate (Fx-Hit) to Lookup-Rate
            compute Converted-Amount rounded =
                Original-R-Amount * Lookup-Rate
                on size error
                    move "N" to Valid-Transaction-Switch
                    move "FX RESULT EXCEEDS 8 DIGITS"
                        to Rejection-Reason
            end-compute
        end-if
    end-if.

1440-Find-Fx-Rate.
    move zero to Fx-Hit
    Perform 1445-Check-One-Rate
        varying Fx-Sub from 1 by 1
        until Fx-Sub > Fx-Count or Fx-Hit > zero.

1445-Check-One-Rate.
    if Fx-T-From (Fx-Sub) = Lookup-From
          and Fx-T-To (Fx-Sub) = Lookup-To
        move Fx-Sub to Fx-Hit
    end-if.

1450-Check-Available-Funds.
    *> A debit that would take the account below zero is refused
    *> here, with the master record 1310-Check-Account read still
    *> never goes negative and the customer gets a rejection notice
    *> instead of a surprise. Credits and adjustments only ever add
    *> and need no funds check.
    *> Money under a hold (a lien, a pending cheque, a collateral
    *> block) is on the ledger but not spendable: once the ledger
    *> balance covers the debit, the account's active holds come off
    *> it too, and a debit that would eat into held money is refused
    *> under its own reason so the customer notice says why.
    *> A transfer's paying leg is tested exactly like a debit.
    if Valid-Transaction
          and (Posting-Type-Code = "D" or Posting-Type-Code = "X")
        if R-Amount > Acct-Balance
            move "N" to Valid-Transaction-Switch
            move "INSUFFICIENT FUNDS" to Rejection-Reason
        else
            if Hold-Overflow
                *> A hold that did not fit the table cannot be
                *> tested, and spending it is not a risk to take.
                move "N" to Valid-Transaction-Switch
                move "HOLD TABLE OVERFLOW - NOT TESTED"
                    to Rejection-Reason
            else
                Perform 1460-Sum-Active-Holds
                compute Available-Balance = Acct-Balance - Held-Amount
                if R-Amount > Available-Balance
                    move "N" to Valid-Transaction-Switch
                    move "INSUFFICIENT FUNDS - HOLD" to Rejection-Reason
                end-if
            end-if
        end-if
    end-if.

1460-Sum-Active-Holds.
    move zero to Held-Amount
    Perform 1465-Add-One-Hold
        varying Hold-Sub from 1 by 1 until Hold-Sub > Hold-Count.

1465-Add-One-Hold.
    if Hold-T-Account (Hold-Sub) = Acct-Number
        add Hold-T-Amount (Hold-Sub) to Held-Amount
    end-if.

1500-Write-Rejected-Transaction.
    *> were already moved into PIC 9(8) BINARY fields earlier in
    *> Main-Line, which for a non-numeric Txn-A/Txn-B has already lost
    *> the very value this rejection reason is reporting.
    move spaces to Rejected-Txn-Record
    move Txn-Key to Rej-Key
    move Txn-Account to Rej-Account
    move Txn-A to Rej-A
    move Txn-Type-Code to Rej-Type-Code
    move Business-Date to Rej-Business-Date
    move Run-Number to Rej-Run-No
    if Txn-Type-Transfer
        move Txn-To-Account to Rej-To-Account
    end-if
    move Feed-Currency to Rej-Currency
    Write Rejected-Txn-Record.

1600-Post-To-Account.
    *> credit reversals - those apply unconditionally, a backout
    *> being authoritative even when it drives the balance negative.
    *> Everything else adds, as every posting did before types
    *> existed. A transfer's paying leg subtracts like a debit, its
    *> receiving leg adds like a credit.
    if Posting-Type-Code = "D" or Posting-Type-Code = "R"
          or Posting-Type-Code = "X"
        subtract R-Amount from Acct-Balance
    else
        add R-Amount to Acct-Balance
    end-if
    *> Stamped with the business date, not the wall clock - DORMANCY
    *> counts idle days in business days.
    move Business-Date to Acct-Last-Posted
    Rewrite Account-Master-Record.

1700-Post-Transfer-In-Leg.
    *> The receiving leg of a transfer, straight after the paying leg
    *> under the same key: its own posting row, balance rewrite and
    *> chain block, each leg naming the other's account so the pair
    *> traces from either side. 1320-Check-To-Account has already
    *> proven the account open, so the read here only makes its
    *> record current for 1600-Post-To-Account. The leg posts the
    *> amount 1420-Convert-Currency worked out in the receiving
    *> account's own currency.
    move Txn-To-Account to Acct-Number
    Read Account-Master
        invalid key
            Display "DRIVER - TRANSFER TO-ACCOUNT " Txn-To-Account
                " VANISHED AFTER VALIDATION, KEY " Txn-Key
            add 1 to Job-Error-Count
        not invalid key
            move "Y" to Posting-Type-Code
            move spaces to Posting-Record
            move Txn-Key to Post-Key
            move Txn-To-Account to Post-Account
            move Txn-A to Post-A
            move Txn-B to Post-B
            move Receive-Amount to R-Amount
            move R-Amount to Post-R
            move Business-Date to Post-Business-Date
            move Run-Number to Post-Run-No
            move Posting-Type-Code to Post-Type-Code
            move Txn-Account to Post-Link-Account
            move Receive-Currency to Post-Currency
            move Txn-Currency to Post-Orig-Currency
            move Original-R-Amount to Post-Orig-Amount
            move Receive-Rate to Post-Fx-Rate
            move Feed-Source to Post-Source-System
            Write Posting-Record
            Perform 1600-Post-To-Account
            Perform 1000-Add-Chain-Block
    end-read.

0200-Load-Checkpoint.
    *> If a checkpoint from a prior, abended run exists, resume just
    *> past the last transaction key it recorded as posted.
        Close Restart-File
    end-if.

0400-Load-Holds.
    *> Only holds active on this business date load: a hold expires
    *> after its last held business date even if DATEROLL has not
    *> dropped it yet, and a released hold stops biting the moment
    *> HOLDMNT marks it. No hold file simply means no holds.
    move zero to Hold-Count
    Open Input Hold-File
    if Hold-File-Status = "00"
        Read Hold-File
        Perform until Hold-File-Status not = "00"
            if Hd-Active
                  and Hd-Expiry-Date numeric
                  and Hd-Expiry-Date not < Business-Date
                if Hold-Count < Hold-Max
                    add 1 to Hold-Count
                    move Hd-Account to Hold-T-Account (Hold-Count)
                    move Hd-Amount to Hold-T-Amount (Hold-Count)
                else
                    move "Y" to Hold-Overflow-Switch
                end-if
            end-if
            Read Hold-File
        end-perform
        Close Hold-File
    end-if
    if Hold-Overflow
        Display "DRIVER - HOLD FILE EXCEEDS " Hold-Max
            " ACTIVE HOLDS, DEBITS WILL BE REFUSED"
    end-if.

0450-Load-Fx-Rates.
    *> Only rates dated this business date load. No rate file simply
    *> means no rates - every detail that needs converting is then
    *> rejected, and same-currency work posts as it always has.
    move zero to Fx-Count
    Open Input Fx-Rate-File
    if Fx-Rate-File-Status = "00"
        Read Fx-Rate-File
        Perform until Fx-Rate-File-Status not = "00"
            if Fx-Business-Date numeric
                  and Fx-Business-Date = Business-Date
                  and Fx-Rate numeric
                  and Fx-Rate > zero
                if Fx-Count < Fx-Max
                    add 1 to Fx-Count
                    move Fx-From-Currency to Fx-T-From (Fx-Count)
                    move Fx-To-Currency to Fx-T-To (Fx-Count)
                    move Fx-Rate to Fx-T-Rate (Fx-Count)
                else
                    move "Y" to Fx-Overflow-Switch
                end-if
            end-if
            Read Fx-Rate-File
        end-perform
        Close Fx-Rate-File
    end-if
    if Fx-Overflow
        Display "DRIVER - FX RATE FILE EXCEEDS " Fx-Max
            " RATES FOR THE DAY, UNFOUND PAIRS WILL BE REFUSED"
    end-if.

0300-Write-Checkpoint.
    move Last-Posted-Key to Restart-Last-Key
    Open Output Restart-File
    *> which flows forward and breaks every hash after it.
    move Chain-Timestamp(1:14) to Chain-Timestamp-Numeric
    *> The type code joins the hash as a digit (C=1, D=2, A=3, R=4,
    *> V=5, X=6, Y=7, else 0) so a block's posting direction is as
    *> tamper-evident as its amounts. Blank maps to zero and
    *> contributes nothing - blocks written before the type existed
    *> verify unchanged.
        when "A" move 3 to Type-Code-Numeric
        when "R" move 4 to Type-Code-Numeric
        when "V" move 5 to Type-Code-Numeric
        when "X" move 6 to Type-Code-Numeric
        when "Y" move 7 to Type-Code-Numeric
        when other move zero to Type-Code-Numeric
    end-evaluate
    *> Each amount enters the hash times 100, covering the full
