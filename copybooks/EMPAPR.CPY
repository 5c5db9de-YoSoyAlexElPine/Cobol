000010******************************************************************
000020* COPYBOOK:  EMPAPR.CPY
000030* AUTHOR:    R. TORRES - APPLICATIONS PROGRAMMING
000040* PURPOSE:   RECORD LAYOUT FOR THE SALARY/BANK CHANGE APPROVAL
000050*            QUEUE.  ONE RECORD PER CHANGE KEYED IN EMPMAINT TO
000060*            E-SALARIO OR THE E-BANCO GROUP: THE EMPLOYEE, WHICH
000070*            FIELD, THE VALUE ON THE MASTER WHEN IT WAS KEYED, THE
000080*            NEW VALUE, AN OPTIONAL EFFECTIVE DATE (ZERO MEANS
000090*            APPLY ON APPROVAL), WHO KEYED IT AND WHEN, AND THE
000100*            STATUS - P PENDIENTE, A APROBADA (APPLIED, OR HANDED
000110*            TO EMPPEND), R RECHAZADA - WITH THE SECOND OPERATOR
000120*            WHO DECIDED IT AND A NOTE FOR THE REFUSAL REASON.
000130*            THE SALARY NEW VALUE IS KEPT AS KEYED, SO IT REACHES
000140*            E-SALARIO (OR PEN-VALOR) THE SAME WAY A DIRECT ENTRY
000150*            ALWAYS DID.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  ----------------------------------------
000200*   2026-10-15  RT   ORIGINAL COPYBOOK.
000210******************************************************************
000220 01  EMPAPR-REGISTRO.
000230     05  APR-E-ID            PIC X(50).
000240     05  APR-CAMPO           PIC X(08).
000250         88  APR-ES-SALARIO  VALUE "SALARIO".
000260         88  APR-ES-BANCO    VALUE "BANCO".
000270     05  APR-ANTES           PIC X(20).
000280     05  APR-ANTES-SAL REDEFINES APR-ANTES.
000290         10  APR-A-SALARIO   PIC 9(7)V99.
000300         10  FILLER          PIC X(11).
000310     05  APR-NUEVO           PIC X(20).
000320     05  APR-NUEVO-BANCO REDEFINES APR-NUEVO.
000330         10  APR-N-ENTIDAD   PIC 9(04).
000340         10  APR-N-OFICINA   PIC 9(04).
000350         10  APR-N-DC        PIC 9(02).
000360         10  APR-N-CUENTA    PIC 9(10).
000370     05  APR-FECHA-EFECTIVA  PIC 9(8).
000380     05  APR-ESTADO          PIC X(01).
000390         88  APR-PENDIENTE   VALUE "P".
000400         88  APR-APROBADA    VALUE "A".
000410         88  APR-RECHAZADA   VALUE "R".
000420     05  APR-OPERADOR        PIC X(08).
000430     05  APR-FECHA-ALTA      PIC 9(8).
000440     05  APR-HORA-ALTA       PIC 9(6).
000450     05  APR-APROBADOR       PIC X(08).
000460     05  APR-FECHA-DECISION  PIC 9(8).
000470     05  APR-NOTA            PIC X(30).
