      ******************************************************************
      * PROGRAM:    HELODYN                                           *
      * AUTHOR:     J CARR                                            *
      * INSTALLATION: SYS2 SYSTEMS PROGRAMMING                        *
      * DATE-WRITTEN: 2026-10-15                                      *
      * DESC:       CALLABLE SUBPROGRAM USED BY HELLO'S DYNAMIC-CALL  *
      *             TEST CASE.  LINK-EDITED AS ITS OWN LOAD MODULE    *
      *             (SYS2.LOADLIB(HELODYN)), NEVER BOUND INTO HELLO,  *
      *             SO THE RUNTIME MUST LOAD IT AT CALL TIME.  SETS   *
      *             THE PASSED STATUS FLAG TO 'S' AND RETURNS HOW     *
      *             MANY TIMES THIS COPY HAS BEEN CALLED, SO THE      *
      *             CALLER CAN PROVE THE MODULE STAYS RESIDENT        *
      *             BETWEEN CALLS AND COMES BACK IN ITS INITIAL STATE *
      *             AFTER A CANCEL.                                   *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *   2026-10-15  JCF  ORIGINAL PROGRAM.                          *
      ******************************************************************
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  'HELODYN'.
000030 AUTHOR.  J CARR.
000040 INSTALLATION.  SYS2 SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070 ENVIRONMENT DIVISION.
000080 CONFIGURATION SECTION.
000090 SOURCE-COMPUTER.  IBM-360.
000100 OBJECT-COMPUTER.  IBM-360.
000110 DATA DIVISION.
000120 WORKING-STORAGE SECTION.
000130 77  WS-CALL-COUNT              PIC S9(04) COMP VALUE ZERO.
000140 LINKAGE SECTION.
000150 01  LS-DYNCALL-PARM.
000160     05  LS-DYNCALL-STATUS      PIC X(01).
000170     05  LS-DYNCALL-COUNT       PIC 9(04).
000180 PROCEDURE DIVISION USING LS-DYNCALL-PARM.
000190 0000-MAINLINE.
000200     ADD 1 TO WS-CALL-COUNT.
000210     MOVE WS-CALL-COUNT TO LS-DYNCALL-COUNT.
000220     MOVE 'S' TO LS-DYNCALL-STATUS.
000230     GOBACK.
