               88  CSQ-IS-FROZEN              VALUE "F".
               88  CSQ-IS-DECEASED            VALUE "D".
               88  CSQ-UNDER-LEGAL-ORDER      VALUE "L".
      *    KYC REVIEW OVERDUE - BLOCKS NEW DEPOSITS ONLY.
               88  CSQ-REVIEW-OVERDUE         VALUE "R".
               88  CSQ-BLOCKS-ACTIVITY        VALUES "F", "D", "L".
