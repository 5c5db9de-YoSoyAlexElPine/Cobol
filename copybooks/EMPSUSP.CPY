000170*   2026-08-22  RT   ADDED SUS-E-SUPERVISOR FOR THE SAME REASON
000180*                    NOW THAT THE FEED CARRIES THE REPORTING
000190*                    LINE.
000191*   2026-10-15  RT   ADDED SUS-E-NIF, SUS-E-NAF, SUS-E-PERMISO
000192*                    AND SUS-E-PERMISO-CADUCA NOW THAT THE FEED
000193*                    CARRIES THE IDENTITY DOCUMENTS, SO A RECORD
000194*                    REJECTED FOR A BAD NIF OR NAF KEEPS WHAT IT
000195*                    ARRIVED WITH.
000196*   2026-10-15  RT   ADDED SUS-E-SEXO NOW THAT THE FEED CARRIES
000197*                    THE EMPLOYEE'S SEX, SO A RECORD REJECTED FOR
000198*                    A BAD VALUE KEEPS WHAT IT ARRIVED WITH.
000200******************************************************************
000210 01  EMPSUSP-REGISTRO.
000220     05  SUS-FECHA           PIC 9(8).
000280         10  SUS-E-DEPTO     PIC X(04).
000290         10  SUS-E-SUPERVISOR PIC X(50).
000300         10  SUS-E-PUESTO    PIC X(06).
000301         10  SUS-E-NIF       PIC X(09).
000302         10  SUS-E-NAF       PIC X(12).
000303         10  SUS-E-PERMISO   PIC X(02).
000304         10  SUS-E-PERMISO-CADUCA PIC X(08).
000305         10  SUS-E-SEXO      PIC X(01).
000310     05  SUS-RAZON           PIC X(60).
