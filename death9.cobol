      * Credential expiration alert - scans EMPLOYEE-MASTER for staff
      * whose LICENSE-EXPIRY falls within the next 30/60/90 days so
      * we are not caught short when someone's license lapses.
      * Whether they have the CE hours to renew is PRG100's
      * shortfall report (death100.cobol).
      *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRG9.
