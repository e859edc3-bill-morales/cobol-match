000172*                    EMP-CUENTA; the heraldo extract is
000173*                    unchanged (the payment interface reads the
000174*                    account straight off the master).
000175*   2026-10-15  BMD  EMPLEADO-REC in step with the master's new
000176*                    EMP-CTA-ESTADO (suspect bank account
000177*                    flag).
000178******************************************************************
000180 IDENTIFICATION DIVISION.
000190*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000200 PROGRAM-ID. EXTRAE.
000450     05 EMP-SUELDO PIC 9(7)V99.
000451     05 EMP-CUENTA PIC 9(10).
000452     05 EMP-CCOSTO PIC X(4).
000454     05 EMP-CTA-ESTADO PIC X(1).
000456         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000460 FD arc-lectura
000470 RECORDING MODE IS F.
000480 01 heraldo.
