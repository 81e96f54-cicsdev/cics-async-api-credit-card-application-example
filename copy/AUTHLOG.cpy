      ******************************************************************
      *  AUTHLOG
      *
      * Record layout for the AUTHLOG VSAM KSDS - the authorization
      * log. Every request the CAUT stand-in authorization (see
      * src/CSAUTHDC.cbl) is asked, and the answer it gave, is one
      * row here - approvals, declines, referrals and requests too
      * malformed to judge alike. Keyed on the card number as keyed,
      * the moment of the request and a tie-break sequence, so a
      * card's authorizations read back in order.
      *
      *   AD-DECISION  A  approved - AD-AUTH-CODE is the hold's
      *                   code on AUTHHOLD (see copy/AUTHHOLD.cpy)
      *                D  declined
      *                R  referred - the merchant is to call
      *
      *   AD-REASON-CODE  00  approved
      *                   01  refer - currency not on FXRATE
      *                   02  refer - account dormant
      *                   03  refer - above CP-AUTH-REFER-AMT
      *                   05  decline - account closed, deceased
      *                       or blocked
      *                   12  decline - request not understood
      *                   14  decline - no such card number
      *                   36  decline - card under the cardholder's
      *                       temporary lock
      *                   41  decline - hot-listed (HOTCARD)
      *                   51  decline - not enough open-to-buy
      *                   54  decline - card expired
      *                   57  decline - card blocked
      *                   62  decline - card or position closed
      *                   78  decline - card not activated
      *                   96  decline - the approval's hold could
      *                       not be recorded on AUTHHOLD
      *
      * AD-OPEN-TO-BUY is what the card had available when the
      * request was judged, before any hold it was granted.
      ******************************************************************
       01  AUTHLOG-RECORD.
           05  AD-LOG-KEY.
               10  AD-CARD-NUMBER      PIC X(16).
               10  AD-LOG-DATE         PIC X(8).
               10  AD-LOG-TIME         PIC X(8).
               10  AD-LOG-SEQ          PIC 9(2).
           05  AD-CUST-NO              PIC X(8).
           05  AD-APPL-SEQ-NO          PIC 9(1).
           05  AD-REQ-AMOUNT           PIC 9(7)V99.
           05  AD-REQ-CURRENCY         PIC X(3).
           05  AD-USD-AMOUNT           PIC 9(7)V99.
           05  AD-MERCHANT-CATEGORY    PIC X(4).
           05  AD-DECISION             PIC X(1).
               88  AD-IS-APPROVED      VALUE 'A'.
               88  AD-IS-DECLINED      VALUE 'D'.
               88  AD-IS-REFERRED      VALUE 'R'.
           05  AD-REASON-CODE          PIC X(2).
           05  AD-AUTH-CODE            PIC X(6).
           05  AD-OTB-SIGN             PIC X(1).
           05  AD-OPEN-TO-BUY          PIC 9(8)V99.
           05  AD-TRANID               PIC X(4).
           05  AD-USER-ID              PIC X(8).
           05  FILLER                  PIC X(20).
