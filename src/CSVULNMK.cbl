       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * (c) Copyright IBM Corp. 2016 All Rights Reserved
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with IBM Corp
      *
      ******************************************************************
      *  CSVULNMK
      *
      * Vulnerable customer marker maintenance (run as VULN). A
      * bereaved customer, one seriously ill, or one whose
      * understanding is impaired has to be treated with more care,
      * and until now nothing on the account said so. This is where
      * the marker is kept, on the VULNMARK file (see
      * copy/VULNMARK.cpy). A single input line drives one of five
      * actions:
      *
      *   VULN SHO nnnnnnnn
      *        - the account's marker, lifted or not: status, reason,
      *          review date, letter format, and who set, reviewed,
      *          released and lifted it, and when.
      *   VULN SET nnnnnnnn reason review f
      *        - set the marker (or set it again with new terms).
      *          reason is BEREAVED, ILLNESS or COGNITIV; review is
      *          the YYYYMMDD date it is next to be looked at, after
      *          today; f the letter format - S standard, L large
      *          print, B braille - blank keeps the format already
      *          held (standard for a new marker).
      *   VULN REV nnnnnnnn review
      *        - the marker was reviewed with the customer today and
      *          still stands; review is the next review date.
      *   VULN REL nnnnnnnn
      *        - release the account for the collections handoff
      *          while the marker stands. SUPERVISOR only.
      *   VULN END nnnnnnnn
      *        - lift the marker today. The letter format is the
      *          customer's own choice and is kept.
      *
      * Setting or reviewing the marker takes any collections
      * release away - a supervisor has to look at the account
      * again. Every change puts the before and after VULNMARK
      * images on the CHGJRNL change journal under the account.
      *
      * Four-digit accounts are accepted and zero-padded, the same
      * compatibility window every terminal parser honors.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSVULNMK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * VULNMARK, CUSTMAS and CTLPARM are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY VULNMARK.

           COPY CUSTMAS.

           COPY CTLPARM.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 INPUT-ARGUMENTS       PIC X(40).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 49.
       1 ACCOUNT-IN              PIC X(8) VALUE SPACES.
       1 ACCT-PAD-TOKEN          PIC X(4) VALUE SPACES.
       1 REASON-IN               PIC X(8) VALUE SPACES.
       1 REVIEW-DATE-IN          PIC X(8) VALUE SPACES.
       1 FORMAT-IN               PIC X(1) VALUE SPACES.

      * Date checking - a keyed date is taken apart to check it is
      * a real month and day.
       1 DATE-CHECK-X            PIC X(8) VALUE SPACES.
       1 DATE-CHECK-PARTS REDEFINES DATE-CHECK-X.
         2 DATE-CHECK-YEAR       PIC 9(4).
         2 DATE-CHECK-MONTH      PIC 9(2).
         2 DATE-CHECK-DAY        PIC 9(2).
       1 DATE-CHECK-OK           PIC X(1) VALUE 'N'.

       1 VULNMARK-RESP           PIC S9(8) COMP.
       1 CUSTMAS-RESP            PIC S9(8) COMP.
       1 MARKER-ON-FILE          PIC X(1) VALUE 'N'.

       1 MARKER-SCREEN.
         2 VL-LINE OCCURS 8      PIC X(79).

       1 OPERATOR-USER-ID        PIC X(8) VALUE SPACES.
       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).

       1 REPORT-LINE             PIC X(80) VALUE ' '.

      * Operator role gate - see copy/OPERROLE.cpy and the shared
      * CHECK-OPERATOR-AUTHORITY fragment in copy/OPAUTHP.cpy. The
      * REL action checks again for SUPERVISOR alone.
           COPY OPERROLE.

       1 OPAUTH-ROLE-RESP        PIC S9(8) COMP.
       1 OPAUTH-CTL-RESP         PIC S9(8) COMP.
       1 OPAUTH-USER-ID          PIC X(8)  VALUE SPACES.
       1 OPERATOR-AUTHORIZED     PIC X(1)  VALUE 'Y'.
       1 REQUIRED-ROLE-1         PIC X(10) VALUE 'MAINTAINER'.
       1 REQUIRED-ROLE-2         PIC X(10) VALUE '          '.
       1 OPAUTH-LOG-QUEUE        PIC X(8)  VALUE 'CCAUTHLG'.
       1 OPAUTH-LOG-RECORD.
         2 OG-USER-ID            PIC X(8).
         2 OG-TRANID             PIC X(4).
         2 OG-NEEDED-ROLE        PIC X(10).
         2 OG-ABSTIME            PIC S9(15) COMP-3.

      * Before/after change journal - see copy/CHGJRNL.cpy and the
      * shared WRITE-CHANGE-JOURNAL fragment in copy/CHGJRNLP.cpy.
           COPY CHGJRNL.

       1 JRNL-ACCOUNT            PIC X(8)  VALUE SPACES.
       1 JRNL-FILE-NAME          PIC X(8)  VALUE SPACES.
       1 JRNL-BEFORE-IMAGE       PIC X(272) VALUE SPACES.
       1 JRNL-AFTER-IMAGE        PIC X(272) VALUE SPACES.
       1 JRNL-TIE-BREAK          PIC 9(2)  VALUE 0.
       1 JRNL-RESP               PIC S9(8) COMP.
       1 JRNL-ABSTIME            PIC S9(15) COMP-3.
       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSVULNMK'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * The role gate runs before anything else - an unauthorized
      * operator gets a refusal, a CCAUTHLG entry, and nothing
      * else. See copy/OPAUTHP.cpy.
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORIZED = 'N'
               MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE SPACES TO INPUT-ARGUMENTS
           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF ACTION-IN = 'REV'
               UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
                   INTO ACCOUNT-IN REVIEW-DATE-IN
               END-UNSTRING
           ELSE
               UNSTRING INPUT-ARGUMENTS DELIMITED BY ALL ' '
                   INTO ACCOUNT-IN REASON-IN REVIEW-DATE-IN
                        FORMAT-IN
               END-UNSTRING
           END-IF

      * Compatibility window for the account expansion - a four
      * digit account followed by spaces is zero-padded on the left,
      * the same convention CUSM uses.
           IF ACCOUNT-IN(5:4) = SPACES
              AND ACCOUNT-IN(1:4) NOT = SPACES
               MOVE ACCOUNT-IN(1:4) TO ACCT-PAD-TOKEN
               MOVE SPACES TO ACCOUNT-IN
               STRING '0000' ACCT-PAD-TOKEN
                   DELIMITED BY SIZE INTO ACCOUNT-IN
           END-IF

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           EXEC CICS ASSIGN USERID(OPERATOR-USER-ID)
           END-EXEC

           MOVE SPACES TO MARKER-SCREEN

           IF ACCOUNT-IN IS NOT NUMERIC
               MOVE 'VULN: AN 8 DIGIT ACCOUNT IS REQUIRED'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
               EXEC CICS RETURN
               END-EXEC
           END-IF

           EVALUATE ACTION-IN
               WHEN 'SHO'
                   PERFORM SHOW-MARKER
                   PERFORM SEND-MARKER-SCREEN
               WHEN 'SET'
                   PERFORM SET-MARKER
                   PERFORM SEND-REPORT-LINE
               WHEN 'REV'
                   PERFORM REVIEW-MARKER
                   PERFORM SEND-REPORT-LINE
               WHEN 'REL'
                   PERFORM RELEASE-FOR-COLLECTIONS
                   PERFORM SEND-REPORT-LINE
               WHEN 'END'
                   PERFORM LIFT-MARKER
                   PERFORM SEND-REPORT-LINE
               WHEN OTHER
                   MOVE 'VULN: UNKNOWN ACTION - SHO/SET/REV/REL/END'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      ******************************************************************
      * SHO - the marker as it stands, lifted or not.
      ******************************************************************
       SHOW-MARKER.
           PERFORM READ-MARKER

           STRING 'VULNERABLE CUSTOMER MARKER ' ACCOUNT-IN
               DELIMITED BY SIZE INTO VL-LINE (1)

           IF MARKER-ON-FILE = 'N'
               STRING 'VULN: NO MARKER HAS BEEN SET FOR '
                      ACCOUNT-IN
                   DELIMITED BY SIZE INTO VL-LINE (3)
           ELSE
               STRING 'STATUS ' VM-STATUS ' REASON ' VM-REASON
                      ' REVIEW ' VM-REVIEW-DATE
                      ' LETTERS ' VM-LETTER-FORMAT
                   DELIMITED BY SIZE INTO VL-LINE (3)
               STRING 'SET      ' VM-SET-DATE ' BY ' VM-SET-BY
                   DELIMITED BY SIZE INTO VL-LINE (4)
               STRING 'REVIEWED ' VM-REVIEWED-DATE
                      ' BY ' VM-REVIEWED-BY
                   DELIMITED BY SIZE INTO VL-LINE (5)
               STRING 'RELEASED ' VM-RELEASE-DATE
                      ' BY ' VM-RELEASE-BY
                      ' FOR COLLECTIONS ' VM-COLL-RELEASE
                   DELIMITED BY SIZE INTO VL-LINE (6)
               STRING 'LIFTED   ' VM-REMOVED-DATE
                      ' BY ' VM-REMOVED-BY
                   DELIMITED BY SIZE INTO VL-LINE (7)
           END-IF
           .

      ******************************************************************
      * SET - a new marker, a lifted one set again, or new terms for
      * one already standing.
      ******************************************************************
       SET-MARKER.
           PERFORM EDIT-MARKER-TERMS

           IF REPORT-LINE = SPACES
               MOVE ACCOUNT-IN TO CM-CUST-NO

               EXEC CICS READ FILE ('CUSTMAS')
                               INTO   (CUSTMAS-RECORD)
                               RIDFLD (CM-CUST-NO)
                               RESP   (CUSTMAS-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF CUSTMAS-RESP NOT = DFHRESP(NORMAL)
                   STRING 'VULN: ACCOUNT ' ACCOUNT-IN
                          ' IS NOT ON FILE'
                       DELIMITED BY SIZE INTO REPORT-LINE
                   IF CUSTMAS-RESP NOT = DFHRESP(NOTFND)
                       MOVE CUSTMAS-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF
           END-IF

           IF REPORT-LINE = SPACES
               PERFORM READ-MARKER-FOR-UPDATE
               IF MARKER-ON-FILE = 'Y'
                   MOVE SPACES          TO JRNL-BEFORE-IMAGE
                   MOVE VULNMARK-RECORD TO JRNL-BEFORE-IMAGE
               ELSE
                   MOVE SPACES     TO JRNL-BEFORE-IMAGE
                   MOVE SPACES     TO VULNMARK-RECORD
                   MOVE ACCOUNT-IN TO VM-CUST-NO
                   MOVE 'S'        TO VM-LETTER-FORMAT
               END-IF

               MOVE 'ACTIVE  '       TO VM-STATUS
               MOVE REASON-IN        TO VM-REASON
               MOVE REVIEW-DATE-IN   TO VM-REVIEW-DATE
               IF FORMAT-IN NOT = SPACE
                   MOVE FORMAT-IN    TO VM-LETTER-FORMAT
               END-IF
               MOVE CURRENT-DATE     TO VM-SET-DATE
               MOVE OPERATOR-USER-ID TO VM-SET-BY
               MOVE 'N'              TO VM-COLL-RELEASE
               MOVE SPACES           TO VM-RELEASE-DATE
               MOVE SPACES           TO VM-RELEASE-BY
               MOVE SPACES           TO VM-REMOVED-DATE
               MOVE SPACES           TO VM-REMOVED-BY

               PERFORM SAVE-MARKER

               IF REPORT-LINE = SPACES
                   STRING 'VULN: ' ACCOUNT-IN ' MARKED ' VM-REASON
                          ' REVIEW ' VM-REVIEW-DATE
                          ' LETTERS ' VM-LETTER-FORMAT
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

       EDIT-MARKER-TERMS.
           MOVE REVIEW-DATE-IN TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE

           EVALUATE TRUE
               WHEN REASON-IN NOT = 'BEREAVED'
                AND REASON-IN NOT = 'ILLNESS '
                AND REASON-IN NOT = 'COGNITIV'
                   STRING 'VULN: REASON MUST BE BEREAVED, '
                          'ILLNESS OR COGNITIV'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN FORMAT-IN NOT = SPACE
                AND FORMAT-IN NOT = 'S'
                AND FORMAT-IN NOT = 'L'
                AND FORMAT-IN NOT = 'B'
                   STRING 'VULN: LETTER FORMAT MUST BE S (STANDARD), '
                          'L (LARGE PRINT) OR B (BRAILLE)'
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   PERFORM EDIT-REVIEW-DATE
           END-EVALUATE
           .

      * The next review has to be a real date, and after today.
       EDIT-REVIEW-DATE.
           EVALUATE TRUE
               WHEN DATE-CHECK-OK = 'N'
                   MOVE 'VULN: THE REVIEW DATE MUST BE YYYYMMDD'
                       TO REPORT-LINE
               WHEN REVIEW-DATE-IN NOT > CURRENT-DATE
                   MOVE 'VULN: THE REVIEW DATE MUST BE AFTER TODAY'
                       TO REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       CHECK-ONE-DATE.
           MOVE 'N' TO DATE-CHECK-OK
           IF DATE-CHECK-X IS NUMERIC
               IF DATE-CHECK-MONTH >= 1 AND DATE-CHECK-MONTH <= 12
                  AND DATE-CHECK-DAY >= 1 AND DATE-CHECK-DAY <= 31
                  AND DATE-CHECK-YEAR > 1900
                   MOVE 'Y' TO DATE-CHECK-OK
               END-IF
           END-IF
           .

      ******************************************************************
      * REV - reviewed with the customer today, the marker stands,
      * and the next review is set.
      ******************************************************************
       REVIEW-MARKER.
           MOVE REVIEW-DATE-IN TO DATE-CHECK-X
           PERFORM CHECK-ONE-DATE
           PERFORM EDIT-REVIEW-DATE

           IF REPORT-LINE = SPACES
               PERFORM READ-ACTIVE-MARKER-FOR-UPDATE
           END-IF

           IF REPORT-LINE = SPACES
               MOVE SPACES          TO JRNL-BEFORE-IMAGE
               MOVE VULNMARK-RECORD TO JRNL-BEFORE-IMAGE

               MOVE REVIEW-DATE-IN   TO VM-REVIEW-DATE
               MOVE CURRENT-DATE     TO VM-REVIEWED-DATE
               MOVE OPERATOR-USER-ID TO VM-REVIEWED-BY
               MOVE 'N'              TO VM-COLL-RELEASE
               MOVE SPACES           TO VM-RELEASE-DATE
               MOVE SPACES           TO VM-RELEASE-BY

               PERFORM SAVE-MARKER

               IF REPORT-LINE = SPACES
                   STRING 'VULN: ' ACCOUNT-IN ' REVIEWED - NEXT '
                          'REVIEW ' VM-REVIEW-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * REL - a supervisor lets the collections handoff go ahead for
      * a marked account. The gate is asked again, for SUPERVISOR
      * alone.
      ******************************************************************
       RELEASE-FOR-COLLECTIONS.
           MOVE 'SUPERVISOR' TO REQUIRED-ROLE-1
           MOVE SPACES       TO REQUIRED-ROLE-2
           PERFORM CHECK-OPERATOR-AUTHORITY

           IF OPERATOR-AUTHORIZED = 'N'
               MOVE 'VULN: ONLY A SUPERVISOR MAY RELEASE AN ACCOUNT'
                   TO REPORT-LINE
           ELSE
               PERFORM READ-ACTIVE-MARKER-FOR-UPDATE
           END-IF

           IF REPORT-LINE = SPACES
               MOVE SPACES          TO JRNL-BEFORE-IMAGE
               MOVE VULNMARK-RECORD TO JRNL-BEFORE-IMAGE

               MOVE 'Y'              TO VM-COLL-RELEASE
               MOVE CURRENT-DATE     TO VM-RELEASE-DATE
               MOVE OPERATOR-USER-ID TO VM-RELEASE-BY

               PERFORM SAVE-MARKER

               IF REPORT-LINE = SPACES
                   STRING 'VULN: ' ACCOUNT-IN ' RELEASED FOR THE '
                          'COLLECTIONS HANDOFF'
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * END - the marker is lifted today.
      ******************************************************************
       LIFT-MARKER.
           PERFORM READ-ACTIVE-MARKER-FOR-UPDATE

           IF REPORT-LINE = SPACES
               MOVE SPACES          TO JRNL-BEFORE-IMAGE
               MOVE VULNMARK-RECORD TO JRNL-BEFORE-IMAGE

               MOVE 'REMOVED '       TO VM-STATUS
               MOVE CURRENT-DATE     TO VM-REMOVED-DATE
               MOVE OPERATOR-USER-ID TO VM-REMOVED-BY
               MOVE 'N'              TO VM-COLL-RELEASE

               PERFORM SAVE-MARKER

               IF REPORT-LINE = SPACES
                   STRING 'VULN: ' ACCOUNT-IN ' MARKER LIFTED '
                          CURRENT-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           .

       READ-MARKER.
           MOVE 'N'        TO MARKER-ON-FILE
           MOVE ACCOUNT-IN TO VM-CUST-NO

           EXEC CICS READ FILE ('VULNMARK')
                           INTO   (VULNMARK-RECORD)
                           RIDFLD (VM-CUST-NO)
                           RESP   (VULNMARK-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF VULNMARK-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO MARKER-ON-FILE
           ELSE
               IF VULNMARK-RESP NOT = DFHRESP(NOTFND)
                   MOVE VULNMARK-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       READ-MARKER-FOR-UPDATE.
           MOVE 'N'        TO MARKER-ON-FILE
           MOVE ACCOUNT-IN TO VM-CUST-NO

           EXEC CICS READ FILE ('VULNMARK')
                           INTO   (VULNMARK-RECORD)
                           RIDFLD (VM-CUST-NO)
                           UPDATE
                           RESP   (VULNMARK-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF VULNMARK-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO MARKER-ON-FILE
           ELSE
               IF VULNMARK-RESP NOT = DFHRESP(NOTFND)
                   MOVE VULNMARK-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      * REV, REL and END only act on a marker that is standing.
       READ-ACTIVE-MARKER-FOR-UPDATE.
           PERFORM READ-MARKER-FOR-UPDATE

           EVALUATE TRUE
               WHEN MARKER-ON-FILE = 'N'
                   STRING 'VULN: NO MARKER IS SET FOR ' ACCOUNT-IN
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN NOT VM-IS-ACTIVE
                   STRING 'VULN: MARKER FOR ' ACCOUNT-IN
                          ' WAS LIFTED ON ' VM-REMOVED-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM UNLOCK-VULNMARK-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Writes a new row or rewrites the one read for update, then
      * journals the change - the before image is already in place.
       SAVE-MARKER.
           IF MARKER-ON-FILE = 'Y'
               EXEC CICS REWRITE FILE ('VULNMARK')
                                 FROM (VULNMARK-RECORD)
                                 RESP  (VULNMARK-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE ('VULNMARK')
                               FROM   (VULNMARK-RECORD)
                               RIDFLD (VM-CUST-NO)
                               RESP   (VULNMARK-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN VULNMARK-RESP = DFHRESP(NORMAL)
                   MOVE SPACES          TO JRNL-AFTER-IMAGE
                   MOVE VULNMARK-RECORD TO JRNL-AFTER-IMAGE
                   MOVE VM-CUST-NO      TO JRNL-ACCOUNT
                   MOVE 'VULNMARK'      TO JRNL-FILE-NAME
                   PERFORM WRITE-CHANGE-JOURNAL
               WHEN VULNMARK-RESP = DFHRESP(DUPREC)
                   MOVE 'VULN: MARKER SET MEANWHILE - TRY AGAIN'
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE VULNMARK-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
                   MOVE 'VULN: MARKER NOT SAVED - TRY AGAIN'
                       TO REPORT-LINE
           END-EVALUATE
           .

       UNLOCK-VULNMARK-ROW.
           EXEC CICS UNLOCK FILE ('VULNMARK')
                            RESP (COMMAND-RESP)
                            RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       SEND-MARKER-SCREEN.
           EXEC CICS SEND TEXT FROM ( MARKER-SCREEN )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .

       SEND-REPORT-LINE.
           EXEC CICS SEND TEXT FROM ( REPORT-LINE )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .


       COPY CHGJRNLP.

       COPY OPAUTHP.

       COPY CICSERR.

       END PROGRAM 'CSVULNMK'.
