000233*                    service instead of environment variables;
000234*                    the effective values print at the head of
000235*                    tendencia.txt as the run's own record.
000236*   2026-10-15  BMD  Historia in step with the merge's
000237*                    deductions (hist-neto, hist-concepto);
000238*                    only 'E' rows count as exceptions now, so
000239*                    the 'R' withholding rows do not inflate
000240*                    the exception column.
000241*   2026-10-15  BMD  historia layout gains hist-extra (overtime
000242*                    paid, already inside hist-sueldo).
000243*   2026-10-15  BMD  Settlement rows ('F', FINIQUITO) add to
000244*                    the period's sueldo; they are not pay
000245*                    details, so the detail count and average
000246*                    dias are unchanged.
000247******************************************************************
000250 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000270 PROGRAM-ID. TENDENCIA.
000490     05 hist-tipo PIC X(1).
000500         88 HIST-DETALLE VALUE 'D'.
000510         88 HIST-EXCEPCION VALUE 'E'.
000515         88 HIST-RETENCION VALUE 'R'.
000520     05 hist-identi PIC 9(6).
000530     05 hist-sueldo PIC 9(9).
000540     05 hist-dias PIC 9(3).
000550     05 hist-sancion PIC X(1).
000560     05 hist-exc-tipo PIC X(1).
000570     05 hist-ccosto PIC X(4).
000573     05 hist-neto PIC 9(9).
000576     05 hist-concepto PIC X(4).
000578     05 hist-extra PIC 9(9).
000580 FD arc-tendencia
000590 RECORDING MODE IS F.
000600 01 TENDENCIA-LINE PIC X(80).
002760        MOVE 'S' TO WS-HAY-PREV
002770        MOVE sort-identi TO WS-PREV-IDENTI
002780     END-IF.
002790     EVALUATE sort-tipo
002795         WHEN 'D'
002800             add 1 to WS-PER-DETALLES
002810             add sort-sueldo to WS-PER-SUELDO
002820             add sort-dias to WS-PER-DIAS
002823         WHEN 'F'
002826             add sort-sueldo to WS-PER-SUELDO
002830         WHEN 'E'
002840             add 1 to WS-PER-EXCEP
002843         WHEN OTHER
002846             CONTINUE
002850     END-EVALUATE.
002860 2500-REPORTE SECTION.
002870 2500-LINEA-PERIODO.
002880     add 1 to WS-CNT-PERIODOS.
