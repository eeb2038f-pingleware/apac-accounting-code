      *           every refusal and every dangerous-utility grant      *
      *      'L'  print the access log                                 *
      *                                                                *
      *    Grants that give one sign-on both sides of a conflicting    *
      *    pair (capture and approve, create and pay) are reported     *
      *    by PRP067 against its SODRUL rule table.                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRP066.
