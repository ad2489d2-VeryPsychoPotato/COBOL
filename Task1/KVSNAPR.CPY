      *--------------------------------------------------+-------------*
      * Desc: Pre-run master snapshot record (KVSNAPSH)   ! Cr: 15102026*
      *--------------------------------------------------+-------------*
      * Type: Sequential snapshot                         ! Up: 15102026*
      *-----------------+--------------------------------+-------------*
      * Incl: KVSNAP, KVBACKO                             ! Ver: 01     *
      *-----------------+--------------------------------+-------------*
      * One generation per night, every record tagged with the      *
      * business date it was taken for. Each master is one section *
      * in key order: an 'H' header with the date and time taken,  *
      * one 'D' record per master record (the record image, left   *
      * justified), and a 'T' trailer with the number of 'D'       *
      * records. Sections follow in the order KVISINMST, KVRATEMST, *
      * KVHOLCAL, KVPOSMST, KVPRICEHST, KVRATEHST. 67 bytes.        *
      *-----------------+--------------------------------+-------------*
           05 SN-Business-Date pic 9(8).
           05 SN-File-Id pic x(10).
             88 SN-ISIN-MASTER value 'KVISINMST'.
             88 SN-RATE-MASTER value 'KVRATEMST'.
             88 SN-HOLIDAY-CAL value 'KVHOLCAL'.
             88 SN-POSITION-MASTER value 'KVPOSMST'.
             88 SN-PRICE-HISTORY value 'KVPRICEHST'.
             88 SN-RATE-HISTORY value 'KVRATEHST'.
           05 SN-Rec-Type pic x(1).
             88 SN-HEADER value 'H'.
             88 SN-DETAIL value 'D'.
             88 SN-TRAILER value 'T'.
           05 SN-Data pic x(48).
           05 SN-Control redefines SN-Data.
             10 SN-Taken-Date pic 9(8).
             10 SN-Taken-Time pic 9(6).
             10 SN-Record-Count pic 9(9).
             10 filler pic x(25).
