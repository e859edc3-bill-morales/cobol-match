000207*   2026-09-02  BMD  BANCO joins the chain right after the
000208*                    merge, so the payment file always comes
000209*                    off the roster the merge just wrote.
000210*   2026-10-15  BMD  LICENCIA joins the chain ahead of FICHADA:
000211*                    the leave approved this run is what the
000212*                    clock run counts as paid days, and a
000213*                    LICENCIA stop (RC 12) halts the chain
000214*                    before attendance is rebuilt.
000215*   2026-10-15  BMD  VARIACION runs between ARCHIVOS and BANCO.
000216*                    After it the chain counts the identis on
000217*                    hold in retenidos.txt, shows them and logs
000218*                    RETEN nnnn to runlog.txt.
000219******************************************************************
000220 IDENTIFICATION DIVISION.
000230*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000240 PROGRAM-ID. CADENA.
000280*-----------------------
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000302     select arc-retenidos assign to '../retenidos.txt'
000304     ORGANIZATION IS LINE SEQUENTIAL
000306     FILE STATUS IS estado-ret.
000310*-----------------------
000320 DATA DIVISION.
000330*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000340 FILE SECTION.
000341 FD arc-retenidos
000342 RECORDING MODE IS F.
000343 01 RETENIDO-REC.
000344     05 RET-IDENTI PIC 9(6).
000345     05 FILLER PIC X(66).
000346     05 RET-ESTADO PIC X(1).
000347         88 RET-EN-ESPERA VALUE 'R'.
000350*-----------------------
000360 WORKING-STORAGE SECTION.
000370 01 WS-JOB-NAME PIC X(20) VALUE 'CADENA'.
000411 01 WS-PARAM-CLAVE PIC X(20).
000412 01 WS-PARAM-VALOR PIC X(100).
000413 01 WS-PARAM-ESTADO PIC X(2).
000414 01 estado-ret PIC X(2).
000415     88 ret-ok value '00'.
000416 01 WS-RET-FIN PIC X(1).
000417 01 WS-NOTA-RETENIDOS.
000418     05 FILLER PIC X(6) VALUE 'RETEN '.
000419     05 NR-CANTIDAD PIC 9(4) VALUE ZERO.
000420 01 WS-BIN-PREFIJO PIC X(60).
000430 01 WS-COMANDO PIC X(120).
000440 01 WS-LARGO PIC 9(3) COMP.
000500 01 WS-PASOS-FIJOS.
000510     05 FILLER PIC X(30) VALUE 'GENERA              genera'.
000520     05 FILLER PIC X(30) VALUE 'EXTRAE              extrae'.
000521     05 FILLER PIC X(30) VALUE 'LICENCIA            licencia'.
000522     05 FILLER PIC X(30) VALUE 'FICHADA             fichada'.
000530     05 FILLER PIC X(30) VALUE 'SUSPENSO            suspenso'.
000540     05 FILLER PIC X(30) VALUE 'ORDENA              ordena'.
000550     05 FILLER PIC X(30) VALUE 'DEPURA              depura'.
000560     05 FILLER PIC X(30) VALUE 'ARCHIVOS            archivos'.
000561     05 FILLER PIC X(30) VALUE 'VARIACION           variacion'.
000562     05 FILLER PIC X(30) VALUE 'BANCO               banco'.
000570     05 FILLER PIC X(30) VALUE 'RANKING             ranking'.
000580     05 FILLER PIC X(30) VALUE 'COMPARA             compara'.
000590 01 WS-TABLA-PASOS REDEFINES WS-PASOS-FIJOS.
000600     05 WS-PASO-ITEM OCCURS 12.
000610         10 WS-P-JOB PIC X(20).
000620         10 WS-P-COMANDO PIC X(10).
000630 01 WS-NUM-PASOS PIC 9(2) VALUE 12.
000640 01 WS-I PIC 9(2) COMP.
000650 01 WS-RC-CRUDO PIC S9(9) COMP.
000660 01 WS-RC-PASO PIC 9(4) COMP.
001240             MOVE 'S' TO WS-CADENA-ROTA
001250     END-EVALUATE.
001260     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-NOTA-ESTADO.
001262     IF WS-P-JOB(WS-I) = 'VARIACION' AND NOT CADENA-ROTA THEN
001264        PERFORM 2300-CONTAR-RETENIDOS
001266     END-IF.
001270 2100-ARMAR-COMANDO.
001280     MOVE 60 TO WS-LARGO.
001290     PERFORM 2110-RETROCEDER
001520           MOVE WS-RC-CRUDO TO WS-RC-PASO
001530        END-IF
001540     END-IF.
001541 2300-CONTAR-RETENIDOS.
001542*
001543* Identis on hold sit out BANCO until released; the count goes
001544* to the run log so the morning shift sees it first.
001545*
001546     MOVE ZERO TO NR-CANTIDAD.
001547     OPEN INPUT arc-retenidos.
001548     IF ret-ok THEN
001549        MOVE 'N' TO WS-RET-FIN
001550        PERFORM 2310-LEER-RETENIDO UNTIL WS-RET-FIN = 'S'
001551        CLOSE arc-retenidos
001552     END-IF.
001553     DISPLAY 'EMPLEADOS RETENIDOS: ' NR-CANTIDAD.
001554     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-NOTA-RETENIDOS.
001555 2310-LEER-RETENIDO.
001556     READ arc-retenidos
001557         AT END
001558             MOVE 'S' TO WS-RET-FIN
001559         NOT AT END
001560             IF RET-EN-ESPERA THEN
001561                add 1 to NR-CANTIDAD
001562             END-IF
001563     END-READ.
001564     IF NOT ret-ok AND estado-ret not = '10' then
001565        display 'estado-ret: ' estado-ret
001566        MOVE 'S' TO WS-RET-FIN
001567     END-IF.
001568 3000-FINALISIMA.
001569     PERFORM 3010-REPORTE-TOTALES.
001570     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
001580     DISPLAY "parrafo final".
001590     DISPLAY "RETORNO: " WS-RETORNO.
001660     DISPLAY "  PASOS LIMPIOS    : " WS-CNT-PASOS-OK.
001670     DISPLAY "  PASOS CON AVISOS : " WS-CNT-PASOS-AV.
001680     DISPLAY "  PASOS FALLIDOS   : " WS-CNT-PASOS-ER.
001685     DISPLAY "  RETENIDOS        : " NR-CANTIDAD.
001690     DISPLAY "-----------------------------------------".
001700** add other procedures here
001710 END PROGRAM CADENA.
