000900*                            NON-BLANK FIELD REPLACES IT.
001000*               'D' DELETE - ACCOUNT MUST EXIST; THE OTHER
001100*                            FIELDS ARE IGNORED.
001108*               'M' MASS   - EVERY MASTER RECORD IN TRN-CLASS;
001116*                            TRN-ACCT-NO IS IGNORED.  TRN-AMOUNT
001124*                            IS THE CHANGE: A PERCENT AS
001132*                            9(3)V9(4) DIGITS WHEN TRN-MASS-BASIS
001140*                            IS 'P' (3.5 PCT = 0035000), A FLAT
001148*                            AMOUNT AS 9(4)V9(3) WHEN 'F'.  TRN-
001156*                            MASS-SIGN '+' (OR BLANK) RAISES,
001164*                            '-' LOWERS.  TRN-EFF-DATE IS
001172*                            REQUIRED.  TRN-MASS-MODE 'P'
001180*                            PREVIEWS ON THE REGISTER ONLY, 'U'
001188*                            UPDATES THE MASTER.
001200* THE AMOUNT COLUMNS CARRY THE RATE AS 9(4)V9(3) DIGITS, SAME
001300* COLUMNS AS RATE-AMOUNT ON RATEREC.
001400*----------------------------------------------------------------
001500*    DATE      INIT  DESCRIPTION
001600*  --------   ----  ---------------------------------------------
001700*  09/02/26   RH    ORIGINAL COPYBOOK.
001733*  10/15/26   RH    ADDED THE 'M' MASS-CHANGE ACTION AND ITS
001766*                   BASIS, SIGN AND MODE BYTES IN FORMER FILLER.
001800*----------------------------------------------------------------
001900 01  MAINT-RECORD.
002000     05  TRN-ACTION          PIC X(01).
002100         88  TRN-ADD                 VALUE 'A'.
002200         88  TRN-CHANGE              VALUE 'C'.
002300         88  TRN-DELETE              VALUE 'D'.
002350         88  TRN-MASS-CHANGE         VALUE 'M'.
002400     05  FILLER              PIC X(01).
002500     05  TRN-ACCT-NO         PIC X(10).
002600     05  FILLER              PIC X(01).
002900     05  TRN-CLASS           PIC X(02).
003000     05  FILLER              PIC X(01).
003100     05  TRN-EFF-DATE        PIC X(08).
003200     05  FILLER              PIC X(01).
003300     05  TRN-MASS-BASIS      PIC X(01).
003400         88  TRN-MASS-BY-PERCENT     VALUE 'P'.
003500         88  TRN-MASS-BY-AMOUNT      VALUE 'F'.
003600     05  TRN-MASS-SIGN       PIC X(01).
003700         88  TRN-MASS-RAISE          VALUE '+' SPACE.
003800         88  TRN-MASS-LOWER          VALUE '-'.
003900     05  FILLER              PIC X(01).
004000     05  TRN-MASS-MODE       PIC X(01).
004100         88  TRN-MASS-PREVIEW        VALUE 'P'.
004200         88  TRN-MASS-UPDATE         VALUE 'U'.
004300     05  FILLER              PIC X(43).
