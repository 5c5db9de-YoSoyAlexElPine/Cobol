000010******************************************************************
000020* COPYBOOK:  EMPOPM.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR OPERMST.DAT, ONE RECORD PER
000050*            OPERATOR.  OPM-NIVEL "S" IS SUPERVISOR LEVEL.
000060*            OPM-ROL NAMES THE ROLMST.DAT ENTRY THAT SAYS WHICH
000070*            MENU OPTIONS THE OPERATOR MAY RUN.  A SUSPENDED
000080*            OPERATOR CANNOT SIGN ON, AND OPM-CAMBIO-CLAVE "S"
000090*            FORCES A NEW CLAVE AT THE NEXT SIGN-ON (SET WHEN A
000100*            SUPERVISOR RESETS ONE).
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   ---------- ----  ----------------------------------------
000150*   2026-10-15  RT   ORIGINAL COPYBOOK, LIFTED OUT OF CONTROL.CBL
000160*                    AND EXTENDED WITH ROLE, STATUS AND THE
000170*                    FORCED CLAVE CHANGE FLAG.
000180******************************************************************
000190 01  OPM-REGISTRO.
000200     05  OPM-ID               PIC X(08).
000210     05  OPM-CLAVE            PIC X(08).
000220     05  OPM-NOMBRE           PIC X(30).
000230     05  OPM-NIVEL            PIC X(01).
000240     05  OPM-ROL              PIC X(04).
000250     05  OPM-ESTADO           PIC X(01).
000260         88  OPM-ACTIVO       VALUE "A" " ".
000270         88  OPM-SUSPENDIDO   VALUE "S".
000280     05  OPM-CAMBIO-CLAVE     PIC X(01).
000290         88  OPM-DEBE-CAMBIAR VALUE "S".
