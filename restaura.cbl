000164*   2026-09-02  BMD  Backup, master and journal images in step
000165*                    with the master's new EMP-CUENTA, so a
000166*                    rebuild carries the bank accounts forward.
000167*   2026-10-15  BMD  Backup, master and journal images in step
000168*                    with the master's new EMP-CTA-ESTADO, so a
000169*                    rebuild keeps the suspect bank account
000170*                    marks.
000171*   2026-10-15  BMD  Journal records gain JR-SOLICITANTE and
000172*                    JR-APROBADOR, the user who keyed the
000173*                    movement and the one who approved it. The
000174*                    replay does not need them.
000175******************************************************************
000180 IDENTIFICATION DIVISION.
000190*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000200 PROGRAM-ID. RESTAURA.
000500     05 BAK-SUELDO PIC 9(7)V99.
000501     05 BAK-CUENTA PIC 9(10).
000502     05 BAK-CCOSTO PIC X(4).
000506     05 BAK-CTA-ESTADO PIC X(1).
000510 FD arc-empleados
000520 RECORDING MODE IS F.
000530 01 EMPLEADO-REC.
000570     05 EMP-SUELDO PIC 9(7)V99.
000571     05 EMP-CUENTA PIC 9(10).
000572     05 EMP-CCOSTO PIC X(4).
000574     05 EMP-CTA-ESTADO PIC X(1).
000576         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000580 FD arc-journal
000590 RECORDING MODE IS F.
000600 01 JOURNAL-REC.
000710         10 JR-ANT-SUELDO PIC 9(7)V99.
000711         10 JR-ANT-CUENTA PIC 9(10).
000712         10 JR-ANT-CCOSTO PIC X(4).
000716         10 JR-ANT-CTA-ESTADO PIC X(1).
000720     05 JR-DESPUES.
000730         10 JR-DES-ID PIC 9(6).
000740         10 JR-DES-NOM PIC X(20).
000760         10 JR-DES-SUELDO PIC 9(7)V99.
000761         10 JR-DES-CUENTA PIC 9(10).
000762         10 JR-DES-CCOSTO PIC X(4).
000766         10 JR-DES-CTA-ESTADO PIC X(1).
000767     05 JR-SOLICITANTE PIC X(8).
000768     05 JR-APROBADOR PIC X(8).
000770*-----------------------
000780 WORKING-STORAGE SECTION.
000790 01 ESTADO-BAK PIC X(2).
001580     MOVE BAK-SUELDO TO EMP-SUELDO.
001581     MOVE BAK-CUENTA TO EMP-CUENTA.
001582     MOVE BAK-CCOSTO TO EMP-CCOSTO.
001586     MOVE BAK-CTA-ESTADO TO EMP-CTA-ESTADO.
001590     WRITE EMPLEADO-REC
001600         INVALID KEY
001610             display 'RESPALDO DUPLICADO: ' BAK-ID
