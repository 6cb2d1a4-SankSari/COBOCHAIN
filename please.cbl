    select Manifest-File assign to Manifest-File-Path
        organization is line sequential
        file status is Manifest-File-Status.
    select Dormancy-Notice-File assign to Dormancy-Notice-File-Path
        organization is line sequential
        file status is Dormancy-Notice-File-Status.
    select Dispute-Notice-File assign to Dispute-Notice-File-Path
        organization is line sequential
        file status is Dispute-Notice-File-Status.
    select Payment-Notice-File assign to Payment-Notice-File-Path
        organization is line sequential
        file status is Payment-Notice-File-Status.
    select Interest-Cert-File assign to Interest-Cert-File-Path
        organization is line sequential
        file status is Interest-Cert-File-Status.
    select Account-Master assign to Account-Master-Path
        organization is indexed
        access mode is random
        record key is Acct-Number
        file status is Account-Master-Status.
    select Customer-Master assign to Customer-Master-Path
        organization is indexed
        access mode is random
        record key is Cust-Number
        file status is Customer-Master-Status.
data division.
file section.
fd Notice-Control-File.
copy "rejected-txn-record.cpy".
fd Manifest-File.
copy "notice-manifest-record.cpy".
fd Dormancy-Notice-File.
copy "dormancy-notice-record.cpy".
fd Dispute-Notice-File.
copy "dispute-notice-record.cpy".
fd Payment-Notice-File.
copy "payment-notice-record.cpy".
fd Interest-Cert-File.
copy "interest-cert-notice-record.cpy".
fd Account-Master.
copy "account-master-record.cpy".
fd Customer-Master.
copy "customer-master-record.cpy".
working-storage section.
01 Notice-Control-File-Path pic x(60) value "data/notice-templates.dat".
*> Each notice spools to its own dated, numbered file; NOTICEDL
01 Manifest-Type            pic x(4).
01 Manifest-Language        pic x(2).
01 Manifest-Customer        pic x(20).
01 Manifest-Customer-Number pic 9(8).
01 Audit-Log-Path           pic x(60) value "data/audit-log.dat".
01 Audit-Log-Status         pic xx.
01 Run-Control-Path         pic x(60) value "data/run-control.dat".
01 Parameter-File-Status    pic xx.
01 Rejected-File-Path       pic x(60) value "data/driver-rejected.dat".
01 Rejected-File-Status     pic xx.
01 Dormancy-Notice-File-Path pic x(60) value "data/dormancy-notices.dat".
01 Dormancy-Notice-File-Status pic xx.
01 Dispute-Notice-File-Path pic x(60) value "data/dispute-notices.dat".
01 Dispute-Notice-File-Status pic xx.
01 Payment-Notice-File-Path pic x(60)
    value "data/payment-return-notices.dat".
01 Payment-Notice-File-Status pic xx.
01 Interest-Cert-File-Path pic x(60)
    value "data/interest-cert-notices.dat".
01 Interest-Cert-File-Status pic xx.
01 Account-Master-Path      pic x(60) value "data/account-master.dat".
01 Account-Master-Status    pic xx.
01 Customer-Master-Path     pic x(60) value "data/customer-master.dat".
01 Customer-Master-Status   pic xx.
01 Customer-Open-Switch     pic x value "N".
    88 Customer-Open        value "Y".
01 Customer-Found-Switch    pic x.
    88 Customer-Found       value "Y".
01 Business-Date            pic 9(8) value zero.
01 Run-Number               pic 9(4) value zero.
01 Run-Mode                 pic x value "G".
    88 Greeting-Mode        value "G".
    88 Rejection-Mode       value "R".
    88 Both-Modes           value "B".
    88 Dormancy-Mode        value "D".
    88 Dispute-Mode         value "C".
    88 Payment-Return-Mode  value "P".
    88 Interest-Cert-Mode   value "I".
    88 All-Modes            value "A".
01 End-Of-File-Switch       pic x value "N".
    88 End-Of-File          value "Y".
01 hello pic x(40).
01 world pic x(40).
01 R pic 9(8) binary.
01 R-Display pic Z(7)9.
*> Rejection-, dormancy-, dispute-, returned-payment and interest
*> certificate definitions, one per type and language, loaded from
*> the control file before the rejected, dormancy, dispute, payment
*> or certificate file is walked.
01 Template-Count           pic 9(2) value zero.
01 Template-Max             pic 9(2) value 40.
01 Template-Table.
    05 Template-Entry occurs 40 times.
        10 Tpl-Type         pic x(4).
        10 Tpl-Language     pic x(2).
        10 Tpl-Greeting     pic x(20).
        10 Tpl-Subject      pic x(40).
        10 Tpl-Body-Line    occurs 5 times pic x(60).
01 Template-Sub             pic 9(2).
01 Template-Hit             pic 9(2).
01 Wanted-Type              pic x(4).
*> The account the notice being rendered is addressed to.
01 Notice-Account           pic 9(8).
*> Who the notice goes to: the customer on the customer master
*> when the account names one, else the account's own name and
*> language as before the customer master existed.
01 Addressee-Name           pic x(30).
01 Addressee-Language       pic x(2).
01 Addressee-Customer       pic 9(8).
*> One rejection notice per customer: customers (or, for accounts
*> with no customer, accounts) already written to, so a customer
*> with three rejected items - on one account or across several -
*> gets one letter, not three.
01 Noticed-Count            pic 9(3) value zero.
01 Noticed-Max              pic 9(3) value 200.
01 Noticed-Key-Table.
    05 Noticed-Key          occurs 200 times pic x(9).
01 Notice-Key.
    05 Notice-Key-Kind      pic x.
    05 Notice-Key-Number    pic 9(8).
01 Noticed-Sub              pic 9(3).
01 Account-Found-Switch     pic x.
    88 Account-Found        value "Y".
*> (greeting or rejection flow) loads them before rendering.
01 Subst-Name               pic x(30).
01 Subst-Acct               pic x(8).
01 Subst-Amt-A              pic x(11).
01 Subst-Amt-B              pic x(11).
01 Subst-Date               pic x(8).
01 Subst-Reason             pic x(30).
01 Subst-Value              pic x(30).
01 Value-Sub                pic 9(2).
01 Char-Sub                 pic 9(2).
01 Amount-Edit              pic Z(5)9.99.
*> A year's interest on a certificate can outgrow one posting.
01 Total-Edit               pic Z(7)9.99.
01 Notices-Sent-Count pic 9(7) value zero.
01 Rejection-Notice-Count pic 9(7) value zero.
01 Dormancy-Notice-Count pic 9(7) value zero.
01 Dispute-Notice-Count pic 9(7) value zero.
01 Payment-Notice-Count pic 9(7) value zero.
01 Interest-Cert-Count pic 9(7) value zero.
01 Job-Error-Count    pic 9(7) value zero.
01 Job-Start-Time     pic 9(6).
01 Job-Start-Time-Parts redefines Job-Start-Time.
      close Audit-Log
      open output Audit-Log
  end-if
  *> Without a customer master every notice is addressed from its
  *> account, exactly as before the file existed.
  open input Customer-Master
  if Customer-Master-Status = "00"
      move "Y" to Customer-Open-Switch
  end-if
  Perform 0100-Load-Notice-Templates
  if Greeting-Mode or Both-Modes or All-Modes
      Perform 1000-Greeting-Run
  end-if
  if Rejection-Mode or Both-Modes or All-Modes
      Perform 2000-Rejection-Run
  end-if
  if Dormancy-Mode or All-Modes
      Perform 4000-Dormancy-Run
  end-if
  if Dispute-Mode or All-Modes
      Perform 5000-Dispute-Run
  end-if
  if Payment-Return-Mode or All-Modes
      Perform 6000-Payment-Return-Run
  end-if
  if Interest-Cert-Mode or All-Modes
      Perform 7000-Interest-Cert-Run
  end-if
  close Manifest-File
  close Audit-Log
  if Customer-Open
      close Customer-Master
  end-if
  Perform 9900-End-Of-Job-Summary
  goback.

0040-Load-Parameters.
    *> Which notice run this is - greetings from the control file,
    *> rejection notices from DRIVER's rejected file, dormancy
    *> warnings from DORMANCY's notice file, dispute outcomes from
    *> DISPGEN's notice file, returned payments from PAYRTN's notice
    *> file, interest certificates from INTCERT's notice file, or a
    *> mix. The
    *> default "G" keeps the program's original behaviour when no
    *> parameter file is present.
    open input Parameter-File
        close Run-Control-File
    end-if.

0100-Load-Notice-Templates.
    *> The rejection-, dormancy-, dispute-, returned-payment and
    *> interest certificate definitions ("REJN", "DORM", "DSPU",
    *> "DSPR", "PRTN" and "INTC" rows) are needed for random lookup
    *> by language while the rejected, dormancy, dispute, payment or
    *> certificate file is walked, so they go into a table up front.
    *> Greeting rows pass through untouched - 1000-Greeting-Run
    *> re-reads the file for those.
    open input Notice-Control-File
    read Notice-Control-File
        at end move "Y" to End-Of-File-Switch
    end-read
    perform until End-Of-File
        if (Nt-Type-Rejection or Nt-Type-Dormancy
            or Nt-Type-Dispute-Upheld or Nt-Type-Dispute-Rejected
            or Nt-Type-Payment-Return or Nt-Type-Interest-Cert)
           and Template-Count < Template-Max
            add 1 to Template-Count
            move Template-Count to Template-Sub
            move Nt-Notice-Type to Tpl-Type (Template-Sub)
            move Nt-Language-Code to Tpl-Language (Template-Sub)
            move Nt-Greeting-Template to Tpl-Greeting (Template-Sub)
            move Nt-Subject-Text to Tpl-Subject (Template-Sub)
    move Manifest-Type to Nm-Notice-Type
    move Manifest-Language to Nm-Language
    move Manifest-Customer to Nm-Customer
    move Manifest-Customer-Number to Nm-Customer-Number
    move Notice-Print-File-Path(1:40) to Nm-Spool-File
    move "S" to Nm-Status
    move Function Current-Date to Nm-Created-Ts
    move "GREE" to Manifest-Type
    move Nt-Language-Code to Manifest-Language
    move Nt-Customer-Name to Manifest-Customer
    move zero to Manifest-Customer-Number
    Perform 0500-Open-Notice-Spool
    move spaces to hello
    string Nt-Greeting-Template delimited by "  ",
    *> the amounts and the rejection reason substituted into the
    *> body. One notice per customer per run, however many of their
    *> items bounced.
    move "REJN" to Wanted-Type
    open i-o Account-Master
    if Account-Master-Status = "00"
        move "Y" to Master-Open-Switch
    end-if.

2100-Send-One-Rejection-Notice.
    move Rej-Account to Notice-Account
    Perform 2300-Find-Account
    Perform 2200-Check-Already-Noticed
    if Already-Noticed
        continue
    else
        Perform 2400-Find-Template
        if Template-Hit = zero
            *> No rejection template for the customer's language and
    end-if.

2200-Check-Already-Noticed.
    if Addressee-Customer > zero
        move "C" to Notice-Key-Kind
        move Addressee-Customer to Notice-Key-Number
    else
        move "A" to Notice-Key-Kind
        move Rej-Account to Notice-Key-Number
    end-if
    move "N" to Already-Noticed-Switch
    if Noticed-Count > zero
        perform 2210-Scan-Noticed-Accounts
    end-if.

2210-Scan-Noticed-Accounts.
    if Noticed-Key (Noticed-Sub) = Notice-Key
        move "Y" to Already-Noticed-Switch
    end-if.

2300-Find-Account.
    *> The rejected (or dormancy) row names the account; the master
    *> supplies the customer's name and notice language. A rejection
    *> against an unknown account still deserves a letter-shaped
    *> record, so the fallback is a generic addressee in the shop's
    *> home language.
    move "N" to Account-Found-Switch
    move zero to Addressee-Customer
    if Master-Open
        move Notice-Account to Acct-Number
        read Account-Master
            invalid key
                continue
                move "Y" to Account-Found-Switch
        end-read
    end-if
    if Account-Found
        move Acct-Name to Addressee-Name
        move Acct-Language-Code to Addressee-Language
        if Acct-Customer-Number numeric
            move Acct-Customer-Number to Addressee-Customer
        end-if
    else
        move "CUSTOMER" to Addressee-Name
        move "EN" to Addressee-Language
    end-if
    if Addressee-Customer > zero
        Perform 2350-Find-Customer
    end-if.

2350-Find-Customer.
    *> The customer record is who the letter is really to: its name
    *> and language win over the account's. A customer number the
    *> customer master does not know leaves the account's own name
    *> and language in place, and the notice is not grouped under
    *> that number.
    move "N" to Customer-Found-Switch
    if Customer-Open
        move Addressee-Customer to Cust-Number
        read Customer-Master
            invalid key
                continue
            not invalid key
                move "Y" to Customer-Found-Switch
        end-read
    end-if
    if Customer-Found
        move Cust-Name to Addressee-Name
        move Cust-Language-Code to Addressee-Language
    else
        move zero to Addressee-Customer
    end-if.

2400-Find-Template.
        varying Template-Sub from 1 by 1
        until Template-Sub > Template-Count
           or Template-Hit > zero
    if Template-Hit = zero and Addressee-Language not = "EN"
        move "EN" to Addressee-Language
        perform 2410-Scan-Templates
            varying Template-Sub from 1 by 1
            until Template-Sub > Template-Count
    end-if.

2410-Scan-Templates.
    if Tpl-Type (Template-Sub) = Wanted-Type
       and Tpl-Language (Template-Sub) = Addressee-Language
        move Template-Sub to Template-Hit
    end-if.

    move Rej-Account to Manifest-Account
    move "REJN" to Manifest-Type
    move Tpl-Language (Template-Hit) to Manifest-Language
    move Addressee-Name(1:20) to Manifest-Customer
    move Addressee-Customer to Manifest-Customer-Number
    Perform 0500-Open-Notice-Spool
    move spaces to hello
    string Tpl-Greeting (Template-Hit) delimited by "  ",
           " " delimited by size,
           Addressee-Name(1:20) delimited by size
      into hello
    move Tpl-Subject (Template-Hit) to world
    call "say" using hello world returning R
    move spaces to Print-Line
    move world to Print-Line
    write Print-Line
    move Addressee-Name to Subst-Name
    move Rej-Account to Subst-Acct
    move Rej-A to Amount-Edit
    move Amount-Edit to Subst-Amt-A
    if Noticed-Count < Noticed-Max
        add 1 to Noticed-Count
        move Noticed-Count to Noticed-Sub
        move Notice-Key to Noticed-Key (Noticed-Sub)
    end-if.

3100-Render-Control-Body-Line.
    end-if
    add 1 to Char-Sub.

4000-Dormancy-Run.
    *> Accounts DORMANCY has found idle past the warning threshold
    *> hear it from us before the freeze: each row queued for this
    *> business date drives one "DORM" notice in the customer's
    *> language, naming the date the account will be frozen. Rows
    *> left over from an earlier day were that day's to send.
    move "DORM" to Wanted-Type
    move "N" to Master-Open-Switch
    open input Account-Master
    if Account-Master-Status = "00"
        move "Y" to Master-Open-Switch
    end-if
    open input Dormancy-Notice-File
    if Dormancy-Notice-File-Status not = "00"
        move "N" to Master-Open-Switch
        if Account-Master-Status = "00"
            close Account-Master
        end-if
    else
        read Dormancy-Notice-File
            at end move "Y" to End-Of-File-Switch
        end-read
        perform until End-Of-File
            if Dn-Business-Date = Business-Date
                Perform 4100-Send-One-Dormancy-Notice
            end-if
            read Dormancy-Notice-File
                at end move "Y" to End-Of-File-Switch
            end-read
        end-perform
        close Dormancy-Notice-File
        move "N" to End-Of-File-Switch
        if Master-Open
            close Account-Master
        end-if
        move "N" to Master-Open-Switch
    end-if.

4100-Send-One-Dormancy-Notice.
    move Dn-Account to Notice-Account
    Perform 2300-Find-Account
    Perform 2400-Find-Template
    if Template-Hit = zero
        *> No dormancy template for the customer's language and no
        *> EN fallback - the warning is not sent and the error count
        *> says so.
        add 1 to Job-Error-Count
    else
        Perform 4200-Render-Dormancy-Notice
        add 1 to Dormancy-Notice-Count
        add 1 to Notices-Sent-Count
    end-if.

4200-Render-Dormancy-Notice.
    *> &DATE is the date the account will be frozen; &REASON says
    *> how long it has been idle.
    move Dn-Account to Manifest-Account
    move "DORM" to Manifest-Type
    move Tpl-Language (Template-Hit) to Manifest-Language
    move Addressee-Name(1:20) to Manifest-Customer
    move Addressee-Customer to Manifest-Customer-Number
    Perform 0500-Open-Notice-Spool
    move spaces to hello
    string Tpl-Greeting (Template-Hit) delimited by "  ",
           " " delimited by size,
           Addressee-Name(1:20) delimited by size
      into hello
    move Tpl-Subject (Template-Hit) to world
    call "say" using hello world returning R
    move R to R-Display
    move spaces to Print-Line
    string Tpl-Language (Template-Hit) delimited by size,
           " " delimited by size,
           hello delimited by size,
           " " delimited by size, R-Display delimited by size
      into Print-Line
    write Print-Line
    move spaces to Print-Line
    move world to Print-Line
    write Print-Line
    move Addressee-Name to Subst-Name
    move Dn-Account to Subst-Acct
    move spaces to Subst-Amt-A
    move spaces to Subst-Amt-B
    move Dn-Freeze-Date to Subst-Date
    move spaces to Subst-Reason
    string "NO ACTIVITY SINCE " delimited by size,
           Dn-Idle-Since delimited by size
      into Subst-Reason
    if Tpl-Body-Count (Template-Hit) > zero
        perform 3200-Render-Template-Body-Line
            varying Value-Sub from 1 by 1
            until Value-Sub > Tpl-Body-Count (Template-Hit)
               or Value-Sub > 5
    end-if
    move spaces to Print-Line
    write Print-Line
    Perform 0600-Close-Notice-Spool
    Perform 8000-Write-Audit-Entry.

5000-Dispute-Run.
    *> Every dispute DISPGEN closed on this business date - the money
    *> behind the outcome has posted - tells its customer how it
    *> ended: a "DSPU" notice when we found in their favour, a
    *> "DSPR" notice when we did not. Rows from an earlier day were
    *> that day's to send.
    move "N" to Master-Open-Switch
    open input Account-Master
    if Account-Master-Status = "00"
        move "Y" to Master-Open-Switch
    end-if
    open input Dispute-Notice-File
    if Dispute-Notice-File-Status not = "00"
        move "N" to Master-Open-Switch
        if Account-Master-Status = "00"
            close Account-Master
        end-if
    else
        read Dispute-Notice-File
            at end move "Y" to End-Of-File-Switch
        end-read
        perform until End-Of-File
            if Dv-Business-Date = Business-Date
                Perform 5100-Send-One-Dispute-Notice
            end-if
            read Dispute-Notice-File
                at end move "Y" to End-Of-File-Switch
            end-read
        end-perform
        close Dispute-Notice-File
        move "N" to End-Of-File-Switch
        if Master-Open
            close Account-Master
        end-if
        move "N" to Master-Open-Switch
    end-if.

5100-Send-One-Dispute-Notice.
    if Dv-Upheld
        move "DSPU" to Wanted-Type
    else
        move "DSPR" to Wanted-Type
    end-if
    move Dv-Account to Notice-Account
    Perform 2300-Find-Account
    Perform 2400-Find-Template
    if Template-Hit = zero
        *> No template of this outcome for the customer's language
        *> and no EN fallback - the notice is not sent and the error
        *> count says so.
        add 1 to Job-Error-Count
    else
        Perform 5200-Render-Dispute-Notice
        add 1 to Dispute-Notice-Count
        add 1 to Notices-Sent-Count
    end-if.

5200-Render-Dispute-Notice.
    *> &AMT-A is the disputed amount, &DATE the date the disputed
    *> item posted and &REASON the customer's own reason for the
    *> dispute, as the case recorded it.
    move Dv-Account to Manifest-Account
    move Wanted-Type to Manifest-Type
    move Tpl-Language (Template-Hit) to Manifest-Language
    move Addressee-Name(1:20) to Manifest-Customer
    move Addressee-Customer to Manifest-Customer-Number
    Perform 0500-Open-Notice-Spool
    move spaces to hello
    string Tpl-Greeting (Template-Hit) delimited by "  ",
           " " delimited by size,
           Addressee-Name(1:20) delimited by size
      into hello
    move Tpl-Subject (Template-Hit) to world
    call "say" using hello world returning R
    move R to R-Display
    move spaces to Print-Line
    string Tpl-Language (Template-Hit) delimited by size,
           " " delimited by size,
           hello delimited by size,
           " " delimited by size, R-Display delimited by size
      into Print-Line
    write Print-Line
    move spaces to Print-Line
    move world to Print-Line
    write Print-Line
    move Addressee-Name to Subst-Name
    move Dv-Account to Subst-Acct
    move Dv-Amount to Amount-Edit
    move Amount-Edit to Subst-Amt-A
    move spaces to Subst-Amt-B
    move Dv-Posted-Date to Subst-Date
    move Dv-Reason to Subst-Reason
    if Tpl-Body-Count (Template-Hit) > zero
        perform 3200-Render-Template-Body-Line
            varying Value-Sub from 1 by 1
            until Value-Sub > Tpl-Body-Count (Template-Hit)
               or Value-Sub > 5
    end-if
    move spaces to Print-Line
    write Print-Line
    Perform 0600-Close-Notice-Spool
    Perform 8000-Write-Audit-Entry.

6000-Payment-Return-Run.
    *> Every payment PAYRTN closed on this business date - the bank
    *> returned it and the amount has been credited back - tells its
    *> customer so in a "PRTN" notice, before they find out from the
    *> payee. Rows from an earlier day were that day's to send.
    move "PRTN" to Wanted-Type
    move "N" to Master-Open-Switch
    open input Account-Master
    if Account-Master-Status = "00"
        move "Y" to Master-Open-Switch
    end-if
    open input Payment-Notice-File
    if Payment-Notice-File-Status not = "00"
        move "N" to Master-Open-Switch
        if Account-Master-Status = "00"
            close Account-Master
        end-if
    else
        read Payment-Notice-File
            at end move "Y" to End-Of-File-Switch
        end-read
        perform until End-Of-File
            if Pn-Business-Date = Business-Date
                Perform 6100-Send-One-Payment-Notice
            end-if
            read Payment-Notice-File
                at end move "Y" to End-Of-File-Switch
            end-read
        end-perform
        close Payment-Notice-File
        move "N" to End-Of-File-Switch
        if Master-Open
            close Account-Master
        end-if
        move "N" to Master-Open-Switch
    end-if.

6100-Send-One-Payment-Notice.
    move Pn-Account to Notice-Account
    Perform 2300-Find-Account
    Perform 2400-Find-Template
    if Template-Hit = zero
        *> No returned-payment template for the customer's language
        *> and no EN fallback - the notice is not sent and the error
        *> count says so.
        add 1 to Job-Error-Count
    else
        Perform 6200-Render-Payment-Notice
        add 1 to Payment-Notice-Count
        add 1 to Notices-Sent-Count
    end-if.

6200-Render-Payment-Notice.
    *> &AMT-A is the returned amount, &DATE the date the payment was
    *> debited and &REASON the bank's reason for returning it.
    move Pn-Account to Manifest-Account
    move "PRTN" to Manifest-Type
    move Tpl-Language (Template-Hit) to Manifest-Language
    move Addressee-Name(1:20) to Manifest-Customer
    move Addressee-Customer to Manifest-Customer-Number
    Perform 0500-Open-Notice-Spool
    move spaces to hello
    string Tpl-Greeting (Template-Hit) delimited by "  ",
           " " delimited by size,
           Addressee-Name(1:20) delimited by size
      into hello
    move Tpl-Subject (Template-Hit) to world
    call "say" using hello world returning R
    move R to R-Display
    move spaces to Print-Line
    string Tpl-Language (Template-Hit) delimited by size,
           " " delimited by size,
           hello delimited by size,
           " " delimited by size, R-Display delimited by size
      into Print-Line
    write Print-Line
    move spaces to Print-Line
    move world to Print-Line
    write Print-Line
    move Addressee-Name to Subst-Name
    move Pn-Account to Subst-Acct
    move Pn-Amount to Amount-Edit
    move Amount-Edit to Subst-Amt-A
    move spaces to Subst-Amt-B
    move Pn-Posted-Date to Subst-Date
    move Pn-Reason to Subst-Reason
    if Tpl-Body-Count (Template-Hit) > zero
        perform 3200-Render-Template-Body-Line
            varying Value-Sub from 1 by 1
            until Value-Sub > Tpl-Body-Count (Template-Hit)
               or Value-Sub > 5
    end-if
    move spaces to Print-Line
    write Print-Line
    Perform 0600-Close-Notice-Spool
    Perform 8000-Write-Audit-Entry.

7000-Interest-Cert-Run.
    *> Every interest certificate INTCERT issued on this business
    *> date goes to its customer as an "INTC" notice - the year's
    *> interest and fees for the tax return, in the customer's
    *> language, marked when it amends one sent before. Rows from an
    *> earlier day were that day's to send.
    move "INTC" to Wanted-Type
    move "N" to Master-Open-Switch
    open input Account-Master
    if Account-Master-Status = "00"
        move "Y" to Master-Open-Switch
    end-if
    open input Interest-Cert-File
    if Interest-Cert-File-Status not = "00"
        move "N" to Master-Open-Switch
        if Account-Master-Status = "00"
            close Account-Master
        end-if
    else
        read Interest-Cert-File
            at end move "Y" to End-Of-File-Switch
        end-read
        perform until End-Of-File
            if In-Business-Date = Business-Date
                Perform 7100-Send-One-Interest-Cert
            end-if
            read Interest-Cert-File
                at end move "Y" to End-Of-File-Switch
            end-read
        end-perform
        close Interest-Cert-File
        move "N" to End-Of-File-Switch
        if Master-Open
            close Account-Master
        end-if
        move "N" to Master-Open-Switch
    end-if.

7100-Send-One-Interest-Cert.
    move In-Account to Notice-Account
    Perform 2300-Find-Account
    Perform 2400-Find-Template
    if Template-Hit = zero
        *> No certificate template for the customer's language and no
        *> EN fallback - the certificate is not sent and the error
        *> count says so.
        add 1 to Job-Error-Count
    else
        Perform 7200-Render-Interest-Cert
        add 1 to Interest-Cert-Count
        add 1 to Notices-Sent-Count
    end-if.

7200-Render-Interest-Cert.
    *> &AMT-A is the year's net interest, &AMT-B its net fees, &DATE
    *> the tax year and &REASON the account's currency. Body line 5
    *> is kept for the amended legend, printed under the title on an
    *> amended certificate only.
    move In-Account to Manifest-Account
    move "INTC" to Manifest-Type
    move Tpl-Language (Template-Hit) to Manifest-Language
    move Addressee-Name(1:20) to Manifest-Customer
    move Addressee-Customer to Manifest-Customer-Number
    Perform 0500-Open-Notice-Spool
    move spaces to hello
    string Tpl-Greeting (Template-Hit) delimited by "  ",
           " " delimited by size,
           Addressee-Name(1:20) delimited by size
      into hello
    move Tpl-Subject (Template-Hit) to world
    call "say" using hello world returning R
    move R to R-Display
    move spaces to Print-Line
    string Tpl-Language (Template-Hit) delimited by size,
           " " delimited by size,
           hello delimited by size,
           " " delimited by size, R-Display delimited by size
      into Print-Line
    write Print-Line
    move spaces to Print-Line
    move world to Print-Line
    write Print-Line
    move Addressee-Name to Subst-Name
    move In-Account to Subst-Acct
    move In-Interest to Total-Edit
    move Total-Edit to Subst-Amt-A
    move In-Fees to Total-Edit
    move Total-Edit to Subst-Amt-B
    move In-Tax-Year to Subst-Date
    move In-Currency to Subst-Reason
    if In-Amended
        *> A template without its own legend still may not send an
        *> amendment that reads like the original.
        if Tpl-Body-Line (Template-Hit, 5) = spaces
            move "AMENDED CERTIFICATE" to Print-Line
            write Print-Line
        else
            move 5 to Value-Sub
            Perform 3200-Render-Template-Body-Line
        end-if
    end-if
    if Tpl-Body-Count (Template-Hit) > zero
        perform 3200-Render-Template-Body-Line
            varying Value-Sub from 1 by 1
            until Value-Sub > Tpl-Body-Count (Template-Hit)
               or Value-Sub > 4
    end-if
    move spaces to Print-Line
    write Print-Line
    Perform 0600-Close-Notice-Spool
    Perform 8000-Write-Audit-Entry.

8000-Write-Audit-Entry.
    *> Start from a blank record - STRING below fills only the
    *> bytes it produces, and whatever the buffer held before must
  Perform 9800-Write-Run-Stats
  display "HELLO END OF JOB - NOTICES SENT: " Notices-Sent-Count
      " REJECTION NOTICES: " Rejection-Notice-Count
      " DORMANCY NOTICES: " Dormancy-Notice-Count
      " DISPUTE NOTICES: " Dispute-Notice-Count
      " PAYMENT NOTICES: " Payment-Notice-Count
      " INTEREST CERTIFICATES: " Interest-Cert-Count
      " ERRORS: " Job-Error-Count
      " ELAPSED: " Job-Elapsed-Seconds " SEC"
      " RC: " Return-Code.
