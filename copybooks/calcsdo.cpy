      ******************************************************************
      * Copybook:    CALCSDO
      * Author:      J. Ualon
      * Date-Written: 2026-10-15
      * Purpose:     Standing-order template record - one recurring
      *              calculation on the CALCSTDO file. A template is
      *              owned by a department (the three-character code
      *              the department's batch ids start with), fires on
      *              a daily, weekly or monthly cycle counted from its
      *              start date until its end date, and carries the
      *              calculation itself in the same shape as a
      *              CALCTRAN detail: two operands and an operator,
      *              with the same optional register recall/store and
      *              rate-code resolution. CALCSOMNT maintains the
      *              file; CALCSCHED turns the templates due on a
      *              business date into a department transaction
      *              file for CALCMERGE.
      *
      * Usage note:  COPYed once per record area and referenced with
      *              OF qualification, the same way CALCTRAN is, e.g.
      *
      *                  01  SDO-REC.
      *                      COPY "calcsdo.cpy".
      *                  01  WS-NEW-SDO.
      *                      COPY "calcsdo.cpy".
      *
      *              The record is all display fields, so the pending
      *              file and journal of CALCSOMNT carry whole
      *              template images (before and after) as plain
      *              PIC X(79) fields.
      *
      * Modification History:
      *   2026-10-15 JU  Initial version - added with the standing-
      *                  order scheduler.
      ******************************************************************
           05  SDO-ID                      PIC X(08).
           05  SDO-DEPT                    PIC X(03).
           05  SDO-FREQ                    PIC X(01).
               88  SDO-FREQ-DAILY              VALUE "D".
               88  SDO-FREQ-WEEKLY             VALUE "W".
               88  SDO-FREQ-MONTHLY            VALUE "M".
               88  SDO-FREQ-VALID              VALUE "D", "W", "M".
           05  SDO-START-DATE              PIC 9(08).
           05  SDO-END-DATE                PIC 9(08).
               88  SDO-NO-END                  VALUE 99999999.
           05  SDO-NUMEROINICIAL           PIC S9(5)V9(2)
                                            SIGN IS TRAILING SEPARATE.
           05  SDO-OPERADOR                PIC X(01).
               88  SDO-OPERADOR-VALID          VALUE "+", "-", "*",
                                                     "/", "%", "R",
                                                     "^".
           05  SDO-NUMEROFINAL             PIC S9(5)V9(2)
                                            SIGN IS TRAILING SEPARATE.
           05  SDO-REG-FUNC                PIC X(01).
               88  SDO-REG-NONE                VALUE " ".
               88  SDO-REG-STORE               VALUE "S".
               88  SDO-REG-RCL-INICIAL         VALUE "I".
               88  SDO-REG-RCL-FINAL           VALUE "F".
           05  SDO-REG-NAME                PIC X(08).
           05  SDO-RATE-FUNC               PIC X(01).
               88  SDO-RATE-NONE               VALUE " ".
               88  SDO-RATE-INICIAL            VALUE "I".
               88  SDO-RATE-FINAL              VALUE "F".
           05  SDO-RATE-CODE               PIC X(08).
           05  SDO-UPDATE-DATE             PIC 9(08).
           05  SDO-UPDATE-TIME             PIC 9(08).
