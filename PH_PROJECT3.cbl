      ******************************************************************
      * Author: Hamza El Iraqy
      * Date:  15/10/2026
      * Purpose: PASSWORD HASH - turns an operator ID and password into
      *          the 10-digit number held in OPER-PASSWORD-HASH, so
      *          OPERMAST.TXT never carries a password anyone can read.
      *          Each of the 16 characters (password then ID) is looked
      *          up in PH-ALPHABET - upper case, lower case, digits and
      *          the usual punctuation, so passwords are case sensitive
      *          - and folded into a running value, base 73, reduced
      *          modulo a 10-digit prime after every character. A
      *          character not in the alphabet counts as zero, the
      *          same as a trailing space. Called by OPERATOR-SIGN-ON
      *          to check and change a password and by OPERATOR-MAINT
      *          to set a temporary one.
      * Tectonics: cobc
      * Mod-history:
      *   15/10/2026 HE  Original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSWORD-HASH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 HASH-FIELDS.
           05 PH-ALPHABET PIC X(72) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz0123
      -        "456789!@#$%&*-_.".
           05 PH-INPUT PIC X(16).
           05 PH-CHAR PIC X(1).
           05 PH-POS PIC 9(2).
           05 PH-IDX PIC 9(2).
           05 PH-CODE PIC 9(2).
           05 PH-WORK PIC 9(12).
           05 PH-QUOTIENT PIC 9(12).
           05 PH-MODULUS PIC 9(10) VALUE 9999999967.
       LINKAGE SECTION.
       COPY "PWDHASH.DAT".
       PROCEDURE DIVISION USING HASH-AREA.
       100-HASH-PASSWORD.
           MOVE HASH-PASSWORD TO PH-INPUT (1:8).
           MOVE HASH-OPERATOR-ID TO PH-INPUT (9:8).
           MOVE 7 TO PH-WORK.
           PERFORM 200-FOLD-CHARACTER
               VARYING PH-POS FROM 1 BY 1
               UNTIL PH-POS > 16.
           MOVE PH-WORK TO HASH-RESULT.
           GOBACK.

       200-FOLD-CHARACTER.
           MOVE PH-INPUT (PH-POS:1) TO PH-CHAR.
           MOVE ZERO TO PH-CODE.
           PERFORM VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > 72 OR PH-CODE NOT = ZERO
               IF PH-ALPHABET (PH-IDX:1) = PH-CHAR
                   MOVE PH-IDX TO PH-CODE
               END-IF
           END-PERFORM.
           COMPUTE PH-WORK = PH-WORK * 73 + PH-CODE + PH-POS.
           DIVIDE PH-WORK BY PH-MODULUS GIVING PH-QUOTIENT
               REMAINDER PH-WORK.

       END PROGRAM PASSWORD-HASH.
