      *>            NT-SUBJECT-TEXT the statement title, and body
      *>            lines 1-3 carry the opening-balance label, the
      *>            closing-balance label and the activity column
      *>            heading, and line 4 the combined-position label
      *>            of a consolidated customer statement
      *>            (NT-CUSTOMER-NAME is unused).
      *>   "DORM" - a dormancy-warning DEFINITION for one language:
      *>            driven from DORMANCY's notice file like "REJN"
      *>            rows are from the rejected file. &DATE renders
      *>            as the date the account will be frozen and
      *>            &REASON as how long it has been idle.
      *>   "DSPU" - a dispute-upheld DEFINITION, and
      *>   "DSPR" - a dispute-rejected DEFINITION, one per language:
      *>            driven from DISPGEN's dispute notice file. &AMT-A
      *>            renders as the disputed amount, &DATE as the date
      *>            the disputed item posted and &REASON as the
      *>            customer's stated reason for the dispute.
      *>   "PRTN" - a returned-payment DEFINITION for one language:
      *>            driven from PAYRTN's notice file once the
      *>            returned amount has been credited back. &AMT-A
      *>            renders as the amount, &DATE as the date the
      *>            payment was debited and &REASON as the bank's
      *>            reason for returning it.
      *>   "INTC" - an interest-certificate DEFINITION for one
      *>            language: driven from INTCERT's certificate file
      *>            at year end. &AMT-A renders as the year's net
      *>            interest, &AMT-B as its net fees, &DATE as the tax
      *>            year and &REASON as the account's currency. Body
      *>            lines 1-4 are the certificate text; line 5 is the
      *>            amended legend, printed under the title only on a
      *>            certificate re-issued after a correction.
      *> HELLO merges NT-GREETING-TEMPLATE and the customer name into
      *> the final greeting before handing it to the "say" renderer,
      *> language by language as it always has. The body lines may
               88  NT-TYPE-GREETING     VALUE "GREE".
               88  NT-TYPE-REJECTION    VALUE "REJN".
               88  NT-TYPE-STATEMENT    VALUE "STMT".
               88  NT-TYPE-DORMANCY     VALUE "DORM".
               88  NT-TYPE-DISPUTE-UPHELD VALUE "DSPU".
               88  NT-TYPE-DISPUTE-REJECTED VALUE "DSPR".
               88  NT-TYPE-PAYMENT-RETURN VALUE "PRTN".
               88  NT-TYPE-INTEREST-CERT VALUE "INTC".
           05  NT-GREETING-TEMPLATE    PIC X(20).
           05  NT-CUSTOMER-NAME        PIC X(20).
           05  NT-SUBJECT-TEXT         PIC X(40).
