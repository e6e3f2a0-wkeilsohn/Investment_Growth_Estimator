      *>-----------------------------------------------------------
      *> CONTREC - CLIENT CONTACT RECORD (CONTFILE), ONE PER CLIENT,
      *> RELATIVE KEY = CLIENT ID. CARRIES THE MAILING ADDRESS, THE
      *> E-MAIL ADDRESS AND HOW THE CLIENT WANTS STATEMENTS SENT.
      *> MAINTAINED FROM PCLTMNT (JOURNALED TO CHGJRNL AS RECORD
      *> TYPE K) AND READ BY PINVSTM TO ADDRESS EACH LETTER:
      *>   - DELIVERY E SENDS THE LETTER TO THE E-DELIVERY OUTPUT,
      *>     M (OR BLANK) TO THE PRINTED STATEMENT FILE;
      *>   - DO-NOT-CONTACT OR RETURNED MAIL SUPPRESSES THE LETTER
      *>     AND LISTS IT ON THE STATEMENT EXCEPTIONS.
      *> THE RETURNED-MAIL DATE IS THE DAY THE POST OFFICE SENT A
      *> LETTER BACK, ZERO WHILE THE FLAG IS CLEAR. THE RECORD IS
      *> KEPT TO 150 BYTES SO IT FITS THE CHANGE JOURNAL IMAGES.
      *>-----------------------------------------------------------
       01 CLIENT-CONTACT-RECORD.
           05 CON-CLIENT-ID           PIC 9(6).
           05 CON-ADDRESS-LINE-1      PIC X(30).
           05 CON-ADDRESS-LINE-2      PIC X(30).
           05 CON-CITY                PIC X(20).
           05 CON-STATE               PIC X(2).
           05 CON-POSTAL-CODE         PIC X(10).
           05 CON-EMAIL-ADDRESS       PIC X(40).
           05 CON-DELIVERY-METHOD     PIC X(1).
             88 CON-DELIVER-BY-MAIL   VALUE "M" " ".
             88 CON-DELIVER-BY-EMAIL  VALUE "E".
           05 CON-DO-NOT-CONTACT      PIC X(1).
             88 CON-IS-DO-NOT-CONTACT VALUE "Y".
           05 CON-RETURNED-MAIL       PIC X(1).
             88 CON-MAIL-RETURNED     VALUE "Y".
           05 CON-RETURNED-DATE       PIC 9(8).
           05 FILLER                  PIC X(1).
