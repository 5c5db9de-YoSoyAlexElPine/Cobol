000010******************************************************************
000020* COPYBOOK:  EMPGTO.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE EXPENSE CLAIM FILE (DIETAS AND
000050*            KILOMETRAJE).  ONE RECORD PER CLAIM: THE EMPLOYEE,
000060*            THE DATE OF THE TRIP, THE GASTARIF TYPE (KM, DN, MN,
000070*            DE, ME), THE KILOMETRES OR DAYS, THE DESTINATION, THE
000080*            AMOUNT PRICED FROM THE RATE TABLE SPLIT INTO ITS
000090*            EXEMPT AND TAXABLE PARTS, THE SUPERVISOR WHO MUST
000100*            DECIDE (TAKEN FROM E-SUPERVISOR WHEN THE CLAIM IS
000110*            KEYED), THE STATUS - P PENDIENTE, A APROBADA, R
000120*            RECHAZADA, C CONTABILIZADA (WRITTEN TO EMPVARP.DAT) -
000130*            THE PAYROLL PERIOD IT WAS PAID IN AND A NOTE FIELD.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   ---------- ----  ----------------------------------------
000180*   2026-10-15  RT   ORIGINAL COPYBOOK.
000190******************************************************************
000200 01  EMPGTO-REGISTRO.
000210     05  GTO-E-ID            PIC X(50).
000220     05  GTO-FECHA           PIC 9(8).
000230     05  GTO-TIPO            PIC X(02).
000240         88  GTO-KILOMETRAJE VALUE "KM".
000250     05  GTO-UNIDADES        PIC 9(5).
000260     05  GTO-DESTINO         PIC X(30).
000270     05  GTO-EXENTO          PIC 9(7)V99.
000280     05  GTO-GRAVABLE        PIC 9(7)V99.
000290     05  GTO-SUPERVISOR      PIC X(50).
000300     05  GTO-ESTADO          PIC X(01).
000310         88  GTO-PENDIENTE   VALUE "P".
000320         88  GTO-APROBADA    VALUE "A".
000330         88  GTO-RECHAZADA   VALUE "R".
000340         88  GTO-CONTABILIZADA VALUE "C".
000350     05  GTO-OPERADOR        PIC X(08).
000360     05  GTO-FECHA-ALTA      PIC 9(8).
000370     05  GTO-PERIODO         PIC 9(6).
000380     05  GTO-NOTA            PIC X(30).
