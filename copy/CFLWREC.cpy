      *>-----------------------------------------------------------
      *> CFLWREC - CLIENT CASH-FLOW TRANSACTION, ONE RECORD PER
      *> DATED CONTRIBUTION OR WITHDRAWAL ON A CLIENT ACCOUNT
      *> (ACCOUNT ZERO FOR A CLIENT WITH NO ACCOUNT SUB-FILE
      *> RECORDS). THE FILE IS SEQUENTIAL AND ONLY EVER APPENDED:
      *> PCFLLOAD ADDS THE CUSTODIAN'S FLOWS, PCFLENT ADDS FLOWS
      *> KEYED BY AN ANALYST, AND PPERFRPT ADDS A BALANCE RECORD
      *> FOR EVERY ACCOUNT EACH TIME IT RUNS, SO THE NEXT PERIOD
      *> HAS A VALUATION TO MEASURE FROM. THE VALUE BEFORE IS THE
      *> ACCOUNT'S MARKET VALUE IMMEDIATELY BEFORE THE FLOW, AS
      *> THE CUSTODIAN REPORTS IT; ZERO MEANS IT WAS NOT KNOWN,
      *> AND THAT ACCOUNT'S RETURN FOR THE PERIOD IS THEN
      *> APPROXIMATED INSTEAD OF LINKED.
      *> THE FLOW TYPE CODES ARE CHOSEN SO THAT, SORTED DESCENDING
      *> WITHIN A DATE, THE DAY'S CLOSING BALANCE RECORD FOLLOWS
      *> THE DAY'S FLOWS.
      *>-----------------------------------------------------------
       01 CASH-FLOW-RECORD.
           05 CFL-CLIENT-ID           PIC 9(6).
           05 CFL-ACCOUNT-NUMBER      PIC 9(1).
           05 CFL-EFFECTIVE-DATE      PIC 9(8).
           05 CFL-FLOW-TYPE           PIC X(1).
             88 CFL-IS-WITHDRAWAL     VALUE "W".
             88 CFL-IS-CONTRIBUTION   VALUE "C".
             88 CFL-IS-BALANCE        VALUE "B".
             88 CFL-IS-FLOW           VALUE "W" "C".
           05 CFL-AMOUNT              PIC 9(8)V99.
           05 CFL-VALUE-BEFORE        PIC 9(8)V99.
           05 CFL-SOURCE              PIC X(1).
             88 CFL-FROM-CUSTODIAN    VALUE "F".
             88 CFL-FROM-ANALYST      VALUE "K".
             88 CFL-FROM-PERIOD-CLOSE VALUE "P".
      *> CUSTODIAN CODE AND FEED HEADER DATE FOR A LOADED FLOW,
      *> ZERO OTHERWISE; TOGETHER THEY STOP A FEED BEING LOADED
      *> TWICE.
           05 CFL-CUSTODIAN-CODE      PIC 9(2).
           05 CFL-FEED-DATE           PIC 9(8).
           05 CFL-ENTERED-BY          PIC X(8).
           05 CFL-ENTERED-DATE        PIC 9(8).
           05 FILLER                  PIC X(17).
