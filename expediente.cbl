000110*          and each pay or exception row with date, sueldo,
000120*          dias and sancion. This is the answer the works
000130*          council gets, no more cross-reading two files by
000140*          eye. Only an operator in operadores.txt gets in,
000142*          every statement is logged to accesos.txt, and the
000144*          amounts print masked for an operator who may not see
000146*          sueldo.
000150* Tectonics: cobc
000160*
000170* Modification History:
000200*                    no time and sort to the front of their
000210*                    day), so the listing needs no in-core
000220*                    table and no ceiling.
000221*   2026-10-15  BMD  Historia in step with the merge's
000222*                    deductions: pay lines also show the net,
000223*                    and each 'R' row lists as a RETENCION line
000224*                    with its concept and amount instead of
000225*                    passing for an exception.
000226*   2026-10-15  BMD  Journal images in step with the master's
000227*                    new EMP-CTA-ESTADO.
000228*   2026-10-15  BMD  historia layout gains hist-extra (overtime
000229*                    paid, already inside hist-sueldo).
000230*   2026-10-15  BMD  Settlement rows ('F', FINIQUITO) list as a
000231*                    pay line marked FINIQUITO.
000232*   2026-10-15  BMD  Journal records gain JR-SOLICITANTE and
000233*                    JR-APROBADOR; the movement line shows
000234*                    both, so a sueldo or account change names
000235*                    who keyed it and who approved it.
000236*   2026-10-15  BMD  Bonus rows ('P', PREMIO) list with the pay
000237*                    lines as PREMIO.
000238*   2026-10-15  BMD  The statement opens with an operator id
000239*                    checked through ACCESO against
000240*                    operadores.txt; an unknown or dropped
000241*                    operator gets nothing. Each statement is
000242*                    written to accesos.txt before it is built,
000243*                    its heading names the operator, and every
000244*                    amount prints as asterisks for an operator
000245*                    without the right to see sueldo.
000246******************************************************************
000247 IDENTIFICATION DIVISION.
000250*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000260 PROGRAM-ID. EXPEDIENTE.
000270 ENVIRONMENT DIVISION.
000600         10 JR-ANT-SUELDO PIC 9(7)V99.
000610         10 JR-ANT-CUENTA PIC 9(10).
000620         10 JR-ANT-CCOSTO PIC X(4).
000625         10 JR-ANT-CTA-ESTADO PIC X(1).
000630     05 JR-DESPUES.
000640         10 JR-DES-ID PIC X(6).
000650         10 JR-DES-NOM PIC X(20).
000670         10 JR-DES-SUELDO PIC 9(7)V99.
000680         10 JR-DES-CUENTA PIC 9(10).
000690         10 JR-DES-CCOSTO PIC X(4).
000695         10 JR-DES-CTA-ESTADO PIC X(1).
000696     05 JR-SOLICITANTE PIC X(8).
000697     05 JR-APROBADOR PIC X(8).
000700 FD arc-historia
000710 RECORDING MODE IS F.
000720 01 historia.
000740     05 hist-tipo PIC X(1).
000750         88 HIST-DETALLE VALUE 'D'.
000760         88 HIST-EXCEPCION VALUE 'E'.
000765         88 HIST-RETENCION VALUE 'R'.
000767         88 HIST-FINIQUITO VALUE 'F'.
000768         88 HIST-PREMIO VALUE 'P'.
000770     05 hist-identi PIC 9(6).
000780     05 hist-sueldo PIC 9(9).
000790     05 hist-dias PIC 9(3).
000800     05 hist-sancion PIC X(1).
000810     05 hist-exc-tipo PIC X(1).
000820     05 hist-ccosto PIC X(4).
000823     05 hist-neto PIC 9(9).
000826     05 hist-concepto PIC X(4).
000828     05 hist-extra PIC 9(9).
000830 FD arc-expediente
000840 RECORDING MODE IS F.
000850 01 EXPEDIENTE-LINE PIC X(80).
001140     05 WS-CNT-MOVS  PIC 9(6) COMP.
001150     05 WS-CNT-PAGOS PIC 9(6) COMP.
001160     05 WS-CNT-EXCEP PIC 9(6) COMP.
001165     05 WS-CNT-RETEN PIC 9(6) COMP.
001166 01 WS-OPERADOR PIC X(8) VALUE SPACES.
001167 01 WS-ACC-OPERACION PIC X(1).
001168 01 WS-ACC-PROGRAMA PIC X(10) VALUE 'EXPEDIENTE'.
001169 01 WS-ACC-PERMISOS.
001170     05 WS-VER-SUELDO PIC X(1) VALUE 'N'.
001171         88 PUEDE-VER-SUELDO VALUE 'S'.
001172     05 WS-VER-CUENTA PIC X(1) VALUE 'N'.
001173         88 PUEDE-VER-CUENTA VALUE 'S'.
001174 01 WS-ACC-ESTADO PIC X(2).
001175 01 WS-ENC-EMPLEADO.
001180     05 FILLER PIC X(24) VALUE 'EXPEDIENTE DEL EMPLEADO '.
001190     05 EE-IDENTI PIC Z(5)9.
001193     05 FILLER PIC X(10) VALUE ' OPERADOR '.
001196     05 EE-OPERADOR PIC X(8).
001200     05 FILLER PIC X(32) VALUE SPACES.
001210 01 WS-ENC3 PIC X(80) VALUE ALL "-".
001220 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
001230 01 WS-SIN-DATOS PIC X(80) VALUE "  (SIN MOVIMIENTOS NI PAGOS)".
001290     05 LM-TIPO PIC X(1).
001300     05 FILLER PIC X(8) VALUE ' ANTES '.
001310     05 LM-ANTES PIC Z(6)9.99.
001315     05 LM-ANTES-X REDEFINES LM-ANTES PIC X(10).
001320     05 FILLER PIC X(9) VALUE ' DESPUES '.
001330     05 LM-DESPUES PIC Z(6)9.99.
001331     05 LM-DESPUES-X REDEFINES LM-DESPUES PIC X(10).
001333     05 FILLER PIC X(1) VALUE SPACE.
001336     05 LM-SOLICITANTE PIC X(8).
001339     05 FILLER PIC X(1) VALUE '/'.
001342     05 LM-APROBADOR PIC X(8).
001345     05 FILLER PIC X(1) VALUE SPACE.
001350 01 WS-LINEA-PAGO.
001360     05 LG-FECHA PIC 9(8).
001370     05 FILLER PIC X(5) VALUE SPACES.
001375     05 LG-CLASE PIC X(10).
001380     05 LG-SUELDO PIC Z(8)9.
001385     05 LG-SUELDO-X REDEFINES LG-SUELDO PIC X(9).
001390     05 FILLER PIC X(6) VALUE ' DIAS '.
001400     05 LG-DIAS PIC ZZ9.
001410     05 FILLER PIC X(9) VALUE ' SANCION '.
001420     05 LG-SANCION PIC X(1).
001423     05 FILLER PIC X(6) VALUE ' NETO '.
001426     05 LG-NETO PIC Z(8)9.
001428     05 LG-NETO-X REDEFINES LG-NETO PIC X(9).
001430     05 FILLER PIC X(14) VALUE SPACES.
001440 01 WS-LINEA-EXC.
001450     05 LX-FECHA PIC 9(8).
001460     05 FILLER PIC X(20) VALUE '          EXCEPCION '.
001470     05 LX-TIPO PIC X(1).
001480     05 FILLER PIC X(8) VALUE ' SUELDO '.
001490     05 LX-SUELDO PIC Z(8)9.
001495     05 LX-SUELDO-X REDEFINES LX-SUELDO PIC X(9).
001500     05 FILLER PIC X(34) VALUE SPACES.
001501 01 WS-LINEA-RET.
001502     05 LR-FECHA PIC 9(8).
001503     05 FILLER PIC X(20) VALUE '          RETENCION '.
001504     05 LR-CONCEPTO PIC X(4).
001505     05 FILLER PIC X(9) VALUE ' IMPORTE '.
001506     05 LR-IMPORTE PIC Z(8)9.
001507     05 LR-IMPORTE-X REDEFINES LR-IMPORTE PIC X(9).
001508     05 FILLER PIC X(30) VALUE SPACES.
001510*-----------------------
001520 PROCEDURE DIVISION.
001530*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
001570* Prompt, merge both sources for the identi, print, repeat.
001580**
001590     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
001595     PERFORM 1100-IDENTIFICAR-OPERADOR.
001600     OPEN OUTPUT arc-expediente.
001610     IF NOT exp-ok THEN
001620        display 'estado-exp: ' estado-exp
001660     MOVE 'FIN OK' TO WS-JOB-ESTADO.
001670     PERFORM 3000-FINALISIMA.
001680     STOP RUN.
001681 1100-IDENTIFICAR-OPERADOR.
001682     DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
001683     ACCEPT WS-OPERADOR.
001684     MOVE 'V' TO WS-ACC-OPERACION.
001685     CALL 'ACCESO' USING WS-ACC-OPERACION WS-ACC-PROGRAMA
001686        WS-OPERADOR WS-ID-BUSCADO WS-ACC-PERMISOS WS-ACC-ESTADO.
001687     EVALUATE WS-ACC-ESTADO
001688         WHEN '00'
001689             CONTINUE
001690         WHEN '23'
001691             display 'OPERADOR NO AUTORIZADO: ' WS-OPERADOR
001692             PERFORM 3000-FINALISIMA
001693         WHEN '35'
001694             display 'SIN TABLA DE OPERADORES, EXPEDIENTE CERRADO'
001695             PERFORM 3000-FINALISIMA
001696         WHEN OTHER
001697             display 'TABLA DE OPERADORES O REGISTRO DE ACCESOS'
001698                ' INVALIDO'
001699             PERFORM 3000-FINALISIMA
001700     END-EVALUATE.
001701 2000-CONSULTAR.
001702     DISPLAY 'IDENTI DEL EXPEDIENTE (0 PARA SALIR): '
001710        WITH NO ADVANCING.
001720     MOVE SPACES TO WS-ID-ENTRADA.
001730     ACCEPT WS-ID-ENTRADA.
001830        IF WS-ID-BUSCADO = ZERO THEN
001840           display 'IDENTI INVALIDO: ' WS-ID-ENTRADA
001850        ELSE
001855           PERFORM 2050-REGISTRAR-ACCESO
001860           add 1 to WS-CNT-CONSULTAS
001870           PERFORM 2100-ARMAR-EXPEDIENTE
001880        END-IF
001890     END-IF.
001891 2050-REGISTRAR-ACCESO.
001892*
001893* The statement is on the log before it is built; if the log
001894* cannot take it the inquiry closes.
001895*
001896     MOVE 'R' TO WS-ACC-OPERACION.
001897     CALL 'ACCESO' USING WS-ACC-OPERACION WS-ACC-PROGRAMA
001898        WS-OPERADOR WS-ID-BUSCADO WS-ACC-PERMISOS WS-ACC-ESTADO.
001899     IF WS-ACC-ESTADO NOT = '00' THEN
001900        display 'NO SE PUDO REGISTRAR EL ACCESO'
001901        PERFORM 3000-FINALISIMA
001902     END-IF.
001903 2100-ARMAR-EXPEDIENTE.
001910     MOVE WS-ID-BUSCADO TO WS-ID-TEXTO.
001920     MOVE ZERO TO WS-CNT-LINEAS WS-CNT-MOVS WS-CNT-PAGOS
001930                  WS-CNT-EXCEP WS-CNT-RETEN.
001940     MOVE 'N' TO WS-JRN-FIN WS-HIS-FIN WS-RET-FIN.
001950     MOVE WS-ID-BUSCADO TO EE-IDENTI.
001955     MOVE WS-OPERADOR TO EE-OPERADOR.
001960     WRITE EXPEDIENTE-LINE FROM WS-ENC-EMPLEADO.
001970     WRITE EXPEDIENTE-LINE FROM WS-ENC3.
001980     SORT arc-orden
002050     WRITE EXPEDIENTE-LINE FROM WS-LINEA-BLANCA.
002060     DISPLAY 'MOVIMIENTOS: ' WS-CNT-MOVS
002070        ' PAGOS: ' WS-CNT-PAGOS
002080        ' EXCEPCIONES: ' WS-CNT-EXCEP
002085        ' RETENCIONES: ' WS-CNT-RETEN.
002090 2200-ENTRADA SECTION.
002100 2210-LEER-FUENTES.
002110     OPEN INPUT arc-journal.
002530                MOVE JR-FECHA TO LM-FECHA
002540                MOVE JR-HORA TO LM-HORA
002550                MOVE JR-TIPO TO LM-TIPO
002553                MOVE JR-SOLICITANTE TO LM-SOLICITANTE
002556                MOVE JR-APROBADOR TO LM-APROBADOR
002560                IF JR-ANT-ID = WS-ID-TEXTO THEN
002570                   MOVE JR-ANT-SUELDO TO LM-ANTES
002580                ELSE
002630                ELSE
002640                   MOVE ZERO TO LM-DESPUES
002650                END-IF
002652                IF NOT PUEDE-VER-SUELDO THEN
002654                   MOVE ALL '*' TO LM-ANTES-X LM-DESPUES-X
002656                END-IF
002660                MOVE JR-FECHA TO sort-fecha
002670                MOVE JR-HORA TO sort-hora
002680                MOVE WS-LINEA-MOV TO sort-linea
002750             MOVE 'S' TO WS-HIS-FIN
002760         NOT AT END
002770             IF hist-identi = WS-ID-BUSCADO THEN
002780                EVALUATE TRUE
002785                WHEN HIST-DETALLE
002787                WHEN HIST-FINIQUITO
002788                WHEN HIST-PREMIO
002790                   add 1 to WS-CNT-PAGOS
002791                   EVALUATE TRUE
002792                   WHEN HIST-FINIQUITO
002793                      MOVE 'FINIQUITO ' TO LG-CLASE
002794                   WHEN HIST-PREMIO
002795                      MOVE '   PREMIO ' TO LG-CLASE
002796                   WHEN OTHER
002797                      MOVE '     PAGO ' TO LG-CLASE
002798                   END-EVALUATE
002800                   MOVE hist-fecha TO LG-FECHA
002810                   MOVE hist-sueldo TO LG-SUELDO
002820                   MOVE hist-dias TO LG-DIAS
002830                   MOVE hist-sancion TO LG-SANCION
002831                   IF hist-neto IS NUMERIC THEN
002832                      MOVE hist-neto TO LG-NETO
002833                   ELSE
002834                      MOVE hist-sueldo TO LG-NETO
002835                   END-IF
002836                   IF NOT PUEDE-VER-SUELDO THEN
002837                      MOVE ALL '*' TO LG-SUELDO-X LG-NETO-X
002838                   END-IF
002840                   MOVE WS-LINEA-PAGO TO sort-linea
002841                WHEN HIST-RETENCION
002842                   add 1 to WS-CNT-RETEN
002843                   MOVE hist-fecha TO LR-FECHA
002844                   MOVE hist-concepto TO LR-CONCEPTO
002845                   MOVE hist-sueldo TO LR-IMPORTE
002846                   IF NOT PUEDE-VER-SUELDO THEN
002847                      MOVE ALL '*' TO LR-IMPORTE-X
002848                   END-IF
002849                   MOVE WS-LINEA-RET TO sort-linea
002850                WHEN OTHER
002860                   add 1 to WS-CNT-EXCEP
002870                   MOVE hist-fecha TO LX-FECHA
002880                   MOVE hist-exc-tipo TO LX-TIPO
002890                   MOVE hist-sueldo TO LX-SUELDO
002892                   IF NOT PUEDE-VER-SUELDO THEN
002894                      MOVE ALL '*' TO LX-SUELDO-X
002896                   END-IF
002900                   MOVE WS-LINEA-EXC TO sort-linea
002910                END-EVALUATE
002920                MOVE hist-fecha TO sort-fecha
002930                MOVE ZERO TO sort-hora
002940                RELEASE sort-reg
