           02 NOK-LAST PIC X(20).
           02 FILLER PIC X.
           02 NOK-FIRST PIC X(15).
      *    Family status notifications - the primary contact may opt
      *    in to a text or e-mail when the case moves or a viewing or
      *    service is booked or cancelled; PRG110 sends them through
      *    the messaging gateway. PRG17 keys the preference.
           02 FILLER PIC X.
           02 NOK-NOTIFY-OPTIN PIC X.
               88 NOK-NOTIFY-WANTED VALUE 'Y'.
      *    NOK-NOTIFY-OPTIN: Y - send notifications, N or space - not
           02 FILLER PIC X.
           02 NOK-NOTIFY-CHANNEL PIC X.
               88 NOK-NOTIFY-SMS VALUE 'S'.
               88 NOK-NOTIFY-EMAIL VALUE 'E'.
      *    NOK-NOTIFY-CHANNEL: S - SMS text, E - e-mail
           02 FILLER PIC X.
           02 NOK-NOTIFY-ADDRESS PIC X(40).
      *    NOK-NOTIFY-ADDRESS: the mobile number for S, the e-mail
      *    address for E.
