000010******************************************************************
000020* COPYBOOK:  EMPIDEN.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE IDENTITY-DOCUMENT REGISTER, ONE
000050*            RECORD PER E-ID: THE NIF OR NIE (CHECK LETTER
000060*            VERIFIED BY IDENVAL, NEVER TWICE ON THE REGISTER),
000070*            THE SOCIAL-SECURITY AFFILIATION NUMBER (NAF, CONTROL
000080*            DIGITS VERIFIED) AND, FOR STAFF WHO NEED ONE, THE
000090*            WORK-PERMIT TYPE AND EXPIRY DATE THE MORNING REPORT
000100*            WARNS ON.  CAPTURED FROM EMPMAINT, EMPONB AND THE
000110*            EMPVAL LOAD AND KEPT THROUGH THE IDENREG ROUTINE.  A
000120*            BLANK NIF OR NAF MEANS NOT YET SUPPLIED; A BLANK
000130*            PERMIT TYPE MEANS NONE IS NEEDED.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  EMPIDEN-REGISTRO.
000210     05  IDN-E-ID            PIC X(50).
000220     05  IDN-NIF             PIC X(09).
000230     05  IDN-NAF             PIC X(12).
000240     05  IDN-PERMISO         PIC X(02).
000250         88  IDN-SIN-PERMISO VALUE SPACES.
000260         88  IDN-PERMISO-RT  VALUE "RT".
000270         88  IDN-PERMISO-TF  VALUE "TF".
000280         88  IDN-PERMISO-RL  VALUE "RL".
000290         88  IDN-PERMISO-OT  VALUE "OT".
000300     05  IDN-PERMISO-CADUCA  PIC 9(08).
000310     05  IDN-FECHA-ALTA      PIC 9(08).
000320     05  IDN-OPERADOR        PIC X(08).
