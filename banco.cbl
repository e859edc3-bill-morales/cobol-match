000217*                    employee's EMP-CUENTA in the record area
000218*                    and pay the current identi into it. Such
000219*                    an error now stops the run.
000220*   2026-10-15  BMD  Pays the net the merge leaves after the
000221*                    deductions (new neto on inmortal) instead
000222*                    of the gross sueldo; the detail and the
000223*                    hash trailer both carry the net. An
000224*                    identi withheld down to zero goes to the
000225*                    exception list as NETO CERO.
000226*   2026-10-15  BMD  A master account the bank sent back
000227*                    (EMP-CTA-ESTADO set by CONCILIA) goes to
000228*                    the exception list as CTA DEVUELTA and
000229*                    its net joins the reissue queue
000230*                    banco_reemision.txt. Queued items are read
000231*                    alongside the roster and paid in this file
000232*                    once the master account is usable again;
000233*                    the rest stay queued. Reissued amounts
000234*                    count in the trailer and the hash like any
000235*                    other payment.
000236*   2026-10-15  BMD  Roster layout gains horas-extra,
000237*                    horas-premio and extra (the overtime paid,
000238*                    already inside sueldo).
000239*   2026-10-15  BMD  An identi VARIACION put on hold
000240*                    (retenidos.txt, read alongside the roster)
000241*                    goes to the exception list as RETENIDO and
000242*                    its net joins the reissue queue with
000243*                    reason RT; queued items of a held identi
000244*                    wait too. A release in liberados.txt
000245*                    (identi and date of the hold) frees them,
000246*                    and the next run pays the queued net like
000247*                    any reissue. No retenidos.txt means
000248*                    nothing is held.
000249*   2026-10-15  BMD  A same-day rerun finds the period's SO
000250*                    item it queued before and does not queue
000251*                    the net again, and drops it if the account
000252*                    has been fixed meanwhile, since the roster
000253*                    then pays that net. The queue is copied to
000254*                    banco_reemision.AAAAMMDD by the day's
000255*                    first run before it is rewritten, so
000256*                    reissues paid in a file that is not sent
000257*                    can be put back.
000258******************************************************************
000259 IDENTIFICATION DIVISION.
000260*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000261 PROGRAM-ID. BANCO.
000262 ENVIRONMENT DIVISION.
000270*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000280 CONFIGURATION SECTION.
000290*-----------------------
000460     select arc-secuencia assign to '../banco_seq.txt'
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS estado-seq.
000481     select arc-reemision assign to '../banco_reemision.txt'
000482     ORGANIZATION IS LINE SEQUENTIAL
000483     FILE STATUS IS estado-ree.
000484     select arc-ree-nuevo assign to '../banco_reemision.nue'
000485     ORGANIZATION IS LINE SEQUENTIAL
000486     FILE STATUS IS estado-ren.
000487     select arc-ree-respaldo assign to DYNAMIC WS-REE-RESP-PATH
000488     ORGANIZATION IS LINE SEQUENTIAL
000489     FILE STATUS IS estado-rrs.
000490     select arc-retenidos assign to '../retenidos.txt'
000491     ORGANIZATION IS LINE SEQUENTIAL
000492     FILE STATUS IS estado-ret.
000493     select arc-liberados assign to '../liberados.txt'
000494     ORGANIZATION IS LINE SEQUENTIAL
000495     FILE STATUS IS estado-lib.
000496*-----------------------
000500 DATA DIVISION.
000510*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000520 FILE SECTION.
000630     05 dias-asistidos PIC 9(3).
000640     05 sancion PIC X(1).
000641     05 ccosto PIC X(4).
000645     05 neto PIC 9(9).
000646     05 horas-extra PIC 9(3)V99.
000647     05 horas-premio PIC 9(3)V99.
000648     05 extra PIC 9(9).
000650 FD arc-empleados
000660 RECORDING MODE IS F.
000670 01 EMPLEADO-REC.
000710     05 EMP-SUELDO PIC 9(7)V99.
000720     05 EMP-CUENTA PIC 9(10).
000721     05 EMP-CCOSTO PIC X(4).
000724     05 EMP-CTA-ESTADO PIC X(1).
000727         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
000730 FD arc-banco
000740 RECORDING MODE IS F.
000750 01 BANCO-LINE PIC X(26).
000800 RECORDING MODE IS F.
000810 01 SEQ-REC.
000820     05 SEQ-NUMERO PIC 9(6).
000821 FD arc-reemision
000822 RECORDING MODE IS F.
000823 01 REEMISION-REC.
000824     05 REE-IDENTI PIC 9(6).
000825     05 REE-CUENTA PIC 9(10).
000826     05 REE-IMPORTE PIC 9(9).
000827     05 REE-FECHA PIC 9(8).
000828     05 REE-SECUENCIA PIC 9(6).
000829     05 REE-MOTIVO PIC X(2).
000830 FD arc-ree-nuevo
000831 RECORDING MODE IS F.
000832 01 REE-NUEVO-REC PIC X(41).
000833 FD arc-ree-respaldo
000834 RECORDING MODE IS F.
000835 01 REE-RESPALDO-REC PIC X(41).
000836 FD arc-retenidos
000837 RECORDING MODE IS F.
000838 01 RETENIDO-REC.
000839     05 RET-IDENTI PIC 9(6).
000840     05 RET-FECHA PIC 9(8).
000841     05 RET-SUELDO PIC 9(9).
000842     05 RET-NETO PIC 9(9).
000843     05 RET-ANTERIOR PIC 9(9).
000844     05 RET-FECHA-ANT PIC 9(8).
000845     05 RET-DIAS PIC 9(3).
000846     05 RET-MOTIVO PIC X(20).
000847     05 RET-ESTADO PIC X(1).
000848         88 RET-EN-ESPERA VALUE 'R'.
000849 FD arc-liberados
000850 RECORDING MODE IS F.
000851 01 LIBERADO-REC.
000852     05 LIB-IDENTI PIC 9(6).
000853     05 LIB-FECHA PIC 9(8).
000854     05 LIB-USUARIO PIC X(8).
000855*-----------------------
000856 WORKING-STORAGE SECTION.
000857 01 estado-esc PIC X(2).
000860     88 esc-ok value '00'.
000870     88 esc-no-archivo value '35'.
000880 01 ESTADO-EMP PIC X(2).
000950     88 exc-ok value '00'.
000960 01 estado-seq PIC X(2).
000970     88 seq-ok value '00'.
000971 01 estado-ree PIC X(2).
000972     88 ree-ok value '00'.
000973     88 ree-no-archivo value '35'.
000974 01 estado-ren PIC X(2).
000975     88 ren-ok value '00'.
000976 01 estado-rrs PIC X(2).
000977     88 rrs-ok value '00'.
000978     88 rrs-no-archivo value '35'.
000979 01 estado-ret PIC X(2).
000980     88 ret-ok value '00'.
000981     88 ret-no-archivo value '35'.
000982 01 estado-lib PIC X(2).
000983     88 lib-ok value '00'.
000984     88 lib-no-archivo value '35'.
000985 01 WS-RET-FIN PIC X(1) VALUE 'N'.
000986 01 WS-LIB-FIN PIC X(1) VALUE 'N'.
000987 01 WS-RETENIDO PIC X(1) VALUE 'N'.
000988 01 WS-RET-FECHA-ACT PIC 9(8) VALUE ZERO.
000989 01 WS-COLA-RETENIDA PIC X(1).
000990 01 WS-RT-EN-COLA PIC X(1).
000991 01 WS-SO-EN-COLA PIC X(1).
000992 01 WS-DE-ROSTER PIC X(1) VALUE 'N'.
000993 01 WS-SO-DEL-DIA PIC X(1).
000994 01 WS-REE-RESP-PATH PIC X(100).
000995 01 WS-LIBERADO PIC X(1).
000996 01 WS-BUSCA-ID PIC 9(6).
000997 01 WS-BUSCA-FECHA PIC 9(8).
000998*
000999* Releases the operator has keyed, identi and date of the hold.
001000*
001001 01 WS-MAX-LIB PIC 9(4) COMP VALUE 500.
001002 01 WS-LIB-CNT PIC 9(4) COMP VALUE ZERO.
001003 01 WS-TABLA-LIBERADOS.
001004     05 WS-LIB-ITEM OCCURS 500 TIMES.
001005         10 WS-L-IDENTI PIC 9(6).
001006         10 WS-L-FECHA PIC 9(8).
001007 01 WS-L PIC 9(4) COMP.
001008 01 WS-REE-FIN PIC X(1) VALUE 'N'.
001009 01 WS-REE-ID PIC 9(6) VALUE ZERO.
001010 01 WS-REE-ANTERIOR PIC 9(6) VALUE ZERO.
001011 01 WS-IMPORTE-PAGO PIC 9(9) VALUE ZERO.
001012 01 WS-ESC-FIN PIC X(1) VALUE 'N'.
001013 01 WS-ESCRITURA-PATH PIC X(100).
001014 01 WS-PARAM-CLAVE PIC X(20).
001015 01 WS-PARAM-VALOR PIC X(100).
001016 01 WS-PARAM-ESTADO PIC X(2).
001017 01 WS-JOB-NAME PIC X(20) VALUE 'BANCO'.
001018 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
001020 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
001030 01 WS-FECHA-RUN PIC 9(8).
001040 01 WS-SECUENCIA PIC 9(6) VALUE ZERO.
001070     05 WS-CNT-PAGOS      PIC 9(6) COMP VALUE ZERO.
001080     05 WS-CNT-SIN-CUENTA PIC 9(6) COMP VALUE ZERO.
001090     05 WS-CNT-SIN-MAESTRO PIC 9(6) COMP VALUE ZERO.
001095     05 WS-CNT-NETO-CERO  PIC 9(6) COMP VALUE ZERO.
001096     05 WS-CNT-CTA-RECHAZ PIC 9(6) COMP VALUE ZERO.
001097     05 WS-CNT-REEMITIDOS PIC 9(6) COMP VALUE ZERO.
001098     05 WS-CNT-EN-COLA    PIC 9(6) COMP VALUE ZERO.
001099     05 WS-CNT-RETENIDOS  PIC 9(6) COMP VALUE ZERO.
001100     05 WS-CNT-LIBERADOS  PIC 9(6) COMP VALUE ZERO.
001101 01 WS-IMP-REEMITIDO PIC 9(11) VALUE ZERO.
001102 01 WS-HASH-SUELDO PIC 9(13) VALUE ZERO.
001110 01 WS-REG-CABECERA.
001120     05 FILLER PIC X(1) VALUE 'H'.
001130     05 CAB-FECHA PIC 9(8).
001440**
001450     PERFORM 1000-COMIENZO
001460     PERFORM 2000-PROCESO UNTIL WS-ESC-FIN = 'S'
001465     PERFORM 2400-REEMITIR-SUELTA UNTIL WS-REE-FIN = 'S'
001470     PERFORM 2500-GRABAR-COLA
001480     PERFORM 2600-AVANZAR-SECUENCIA
001485     PERFORM 2700-RENOVAR-COLA
001490     MOVE 'FIN OK' TO WS-JOB-ESTADO
001500     PERFORM 3000-FINALISIMA
001510     STOP RUN.
001890        display 'estado-ban: ' estado-ban
001900        PERFORM 3000-FINALISIMA
001910     END-IF.
001915     PERFORM 1020-ABRIR-REEMISION.
001916     PERFORM 1030-CARGAR-LIBERADOS.
001917     PERFORM 1040-ABRIR-RETENIDOS.
001920     PERFORM 2010-LEER-ROSTER.
001930 1010-LEER-SECUENCIA.
001940*
002080        END-READ
002090        CLOSE arc-secuencia
002100     END-IF.
002101 1020-ABRIR-REEMISION.
002102*
002103* Returned payments wait in banco_reemision.txt in identi order.
002104* Whatever this run cannot pay yet is copied to the .nue twin,
002105* which replaces the queue only after a complete file; an
002106* aborted run leaves the queue as it found it. No queue file
002107* simply means nothing is waiting.
002108*
002109     OPEN OUTPUT arc-ree-nuevo.
002110     IF NOT ren-ok THEN
002111        display 'estado-ren: ' estado-ren
002112        PERFORM 3000-FINALISIMA
002113     END-IF.
002114     OPEN INPUT arc-reemision.
002115     IF ree-no-archivo THEN
002116        MOVE 'S' TO WS-REE-FIN
002117     ELSE
002118        IF NOT ree-ok THEN
002119           display 'estado-ree: ' estado-ree
002120           PERFORM 3000-FINALISIMA
002121        END-IF
002122        PERFORM 2420-LEER-REEMISION
002123     END-IF.
002124 1030-CARGAR-LIBERADOS.
002125*
002126* No release file is no release yet, not an error.
002127*
002128     OPEN INPUT arc-liberados.
002129     IF lib-no-archivo THEN
002130        EXIT PARAGRAPH
002131     END-IF.
002132     IF NOT lib-ok THEN
002133        display 'estado-lib: ' estado-lib
002134        PERFORM 3000-FINALISIMA
002135     END-IF.
002136     PERFORM 1035-LEER-LIBERADO UNTIL WS-LIB-FIN = 'S'.
002137     CLOSE arc-liberados.
002138 1035-LEER-LIBERADO.
002139     READ arc-liberados
002140         AT END
002141             MOVE 'S' TO WS-LIB-FIN
002142         NOT AT END
002143             IF WS-LIB-CNT < WS-MAX-LIB THEN
002144                add 1 to WS-LIB-CNT
002145                MOVE LIB-IDENTI TO WS-L-IDENTI(WS-LIB-CNT)
002146                MOVE LIB-FECHA TO WS-L-FECHA(WS-LIB-CNT)
002147             ELSE
002148                display 'TABLA DE LIBERACIONES LLENA: ' LIB-IDENTI
002149             END-IF
002150     END-READ.
002151     IF NOT lib-ok AND estado-lib not = '10' then
002152        display 'estado-lib: ' estado-lib
002153        PERFORM 3000-FINALISIMA
002154     END-IF.
002155 1040-ABRIR-RETENIDOS.
002156*
002157* VARIACION leaves retenidos.txt in identi order, read here
002158* alongside the roster. Without it nothing is held.
002159*
002160     OPEN INPUT arc-retenidos.
002161     IF ret-no-archivo THEN
002162        display 'SIN ARCHIVO DE RETENIDOS, NADA RETENIDO'
002163        MOVE 'S' TO WS-RET-FIN
002164     ELSE
002165        IF NOT ret-ok THEN
002166           display 'estado-ret: ' estado-ret
002167           PERFORM 3000-FINALISIMA
002168        END-IF
002169        PERFORM 2020-LEER-RETENIDO
002170     END-IF.
002171 1900-LEER-PARAMETRO.
002172     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
002173        WS-PARAM-ESTADO.
002174     IF WS-PARAM-ESTADO = '99' THEN
002175        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
002176        PERFORM 3000-FINALISIMA
002177     END-IF.
002178 2000-PROCESO.
002179     PERFORM 2400-REEMITIR-SUELTA
002180        UNTIL WS-REE-FIN = 'S' OR REE-IDENTI NOT < identi.
002181     MOVE identi TO WS-REE-ID.
002182     PERFORM 2100-LEER-MAESTRO.
002183     PERFORM 2030-VER-RETENCION.
002184     MOVE 'N' TO WS-RT-EN-COLA WS-SO-EN-COLA.
002185     MOVE neto TO WS-IMPORTE-PAGO.
002186     MOVE 'S' TO WS-DE-ROSTER.
002187     PERFORM 2410-TOMAR-REEMISION
002188        UNTIL WS-REE-FIN = 'S' OR REE-IDENTI NOT = WS-REE-ID.
002189     MOVE 'N' TO WS-DE-ROSTER.
002190     EVALUATE TRUE
002191         WHEN ESTADO-EMP = '23'
002192             add 1 to WS-CNT-SIN-MAESTRO
002193             MOVE 'SIN MAESTRO' TO LX-MOTIVO
002194             PERFORM 2300-GRABAR-EXCEPCION
002195         WHEN WS-HAY-MAESTRO NOT = 'S'
002196*
002197* A hard read error ('30', '9x'): the record area still holds
002198* the previous employee. Paying the current identi into that
002199* account is the one mistake a bank file cannot make - stop
002200* the run like any other file failure here.
002201*
002202             display 'ESTADO-EMP: ' ESTADO-EMP
002203             PERFORM 3000-FINALISIMA
002204         WHEN WS-RETENIDO = 'S'
002205*
002206* Held by VARIACION and not released: nothing is paid, the
002207* net waits in the queue (once per hold) for the release.
002208*
002209             add 1 to WS-CNT-RETENIDOS
002210             MOVE 'RETENIDO' TO LX-MOTIVO
002211             PERFORM 2300-GRABAR-EXCEPCION
002212             IF WS-RT-EN-COLA = 'N' THEN
002213                PERFORM 2450-ENCOLAR-RETENIDO
002214             END-IF
002215         WHEN EMP-CUENTA = ZERO
002216             add 1 to WS-CNT-SIN-CUENTA
002217             MOVE 'SIN CUENTA' TO LX-MOTIVO
002218             PERFORM 2300-GRABAR-EXCEPCION
002219         WHEN EMP-CTA-SOSPECHOSA
002220             add 1 to WS-CNT-CTA-RECHAZ
002221             MOVE 'CTA DEVUELTA' TO LX-MOTIVO
002222             PERFORM 2300-GRABAR-EXCEPCION
002223             IF WS-SO-EN-COLA = 'N' THEN
002224                PERFORM 2430-ENCOLAR-NETO
002225             END-IF
002226         WHEN WS-IMPORTE-PAGO = ZERO
002227             add 1 to WS-CNT-NETO-CERO
002228             MOVE 'NETO CERO' TO LX-MOTIVO
002229             PERFORM 2300-GRABAR-EXCEPCION
002230         WHEN OTHER
002231             PERFORM 2200-GRABAR-PAGO
002240     END-EVALUATE.
002250     PERFORM 2010-LEER-ROSTER.
002251 2020-LEER-RETENIDO.
002252     READ arc-retenidos
002253         AT END
002254             MOVE 'S' TO WS-RET-FIN
002255     END-READ.
002256     IF NOT ret-ok AND estado-ret not = '10' then
002257        display 'estado-ret: ' estado-ret
002258        PERFORM 3000-FINALISIMA
002259     END-IF.
002260 2030-VER-RETENCION.
002261*
002262* A hold counts while its line is still R (not released when
002263* VARIACION ran) and no release has been keyed since.
002264*
002265     MOVE 'N' TO WS-RETENIDO.
002266     PERFORM 2020-LEER-RETENIDO
002267        UNTIL WS-RET-FIN = 'S' OR RET-IDENTI NOT < identi.
002268     IF WS-RET-FIN = 'N' AND RET-IDENTI = identi
002269        AND RET-EN-ESPERA THEN
002270        MOVE RET-IDENTI TO WS-BUSCA-ID
002271        MOVE RET-FECHA TO WS-BUSCA-FECHA
002272        PERFORM 2040-BUSCAR-LIBERACION
002273        IF WS-LIBERADO = 'S' THEN
002274           add 1 to WS-CNT-LIBERADOS
002275        ELSE
002276           MOVE 'S' TO WS-RETENIDO
002277           MOVE RET-FECHA TO WS-RET-FECHA-ACT
002278        END-IF
002279     END-IF.
002280 2040-BUSCAR-LIBERACION.
002281     MOVE 'N' TO WS-LIBERADO.
002282     PERFORM 2045-COMPARAR-LIBERACION
002283        VARYING WS-L FROM 1 BY 1
002284        UNTIL WS-L > WS-LIB-CNT OR WS-LIBERADO = 'S'.
002285 2045-COMPARAR-LIBERACION.
002286     IF WS-L-IDENTI(WS-L) = WS-BUSCA-ID AND
002287        WS-L-FECHA(WS-L) = WS-BUSCA-FECHA THEN
002288        MOVE 'S' TO WS-LIBERADO
002289     END-IF.
002290 2010-LEER-ROSTER.
002291     READ arc-escritura
002292         AT END
002293             MOVE 'S' TO WS-ESC-FIN
002300         NOT AT END
002310             add 1 to WS-CNT-LEIDOS
002320     END-READ.
002375*
002376     MOVE 'N' TO WS-HAY-MAESTRO.
002377     MOVE ZERO TO EMP-CUENTA.
002380     MOVE WS-REE-ID TO EMP-ID.
002390     READ arc-empleados
002400         INVALID KEY
002410             CONTINUE
002430             MOVE 'S' TO WS-HAY-MAESTRO
002440     END-READ.
002450 2200-GRABAR-PAGO.
002460     MOVE WS-REE-ID TO DET-IDENTI.
002470     MOVE EMP-CUENTA TO DET-CUENTA.
002480     MOVE WS-IMPORTE-PAGO TO DET-SUELDO.
002490     WRITE BANCO-LINE FROM WS-REG-DETALLE.
002500     if not ban-ok then
002510        display 'estado-ban: ' estado-ban
002520        PERFORM 3000-FINALISIMA
002530     END-IF.
002540     add 1 to WS-CNT-PAGOS.
002550     add WS-IMPORTE-PAGO to WS-HASH-SUELDO.
002560 2300-GRABAR-EXCEPCION.
002570     MOVE identi TO LX-IDENTI.
002580     MOVE nombre TO LX-NOMBRE.
002630        display 'estado-exc: ' estado-exc
002640        PERFORM 3000-FINALISIMA
002650     END-IF.
002651 2400-REEMITIR-SUELTA.
002652*
002653* A queued identi that is not on this roster (a baja, or simply
002654* absent this period) is still owed the returned amount: look
002655* its account up and pay it on a detail of its own.
002656*
002657     MOVE REE-IDENTI TO WS-REE-ID.
002658     MOVE 'N' TO WS-RETENIDO.
002659     MOVE ZERO TO WS-IMPORTE-PAGO.
002660     PERFORM 2100-LEER-MAESTRO.
002661     IF WS-HAY-MAESTRO NOT = 'S' AND NOT EMP-NO-EXISTE THEN
002662        display 'ESTADO-EMP: ' ESTADO-EMP
002663        PERFORM 3000-FINALISIMA
002664     END-IF.
002665     PERFORM 2410-TOMAR-REEMISION
002666        UNTIL WS-REE-FIN = 'S' OR REE-IDENTI NOT = WS-REE-ID.
002667     IF WS-IMPORTE-PAGO > ZERO THEN
002668        PERFORM 2200-GRABAR-PAGO
002669     END-IF.
002670 2410-TOMAR-REEMISION.
002671*
002672* A queued item is paid only into a usable account: the master
002673* is there, has an account, and the account is no longer the
002674* one the bank returned. Otherwise it waits for the next run.
002675* A held identi's items wait, and so does a net held with
002676* reason RT until its release is keyed. An SO item dated today
002677* on the roster's own identi is this period's net, queued by an
002678* earlier run of the day: it stays queued while the account is
002679* still the returned one (and the net is not queued again), and
002680* is dropped once it is usable, since the roster pays that net.
002681*
002682     MOVE 'N' TO WS-COLA-RETENIDA.
002683     IF REE-MOTIVO = 'RT' THEN
002684        MOVE REE-IDENTI TO WS-BUSCA-ID
002685        MOVE REE-FECHA TO WS-BUSCA-FECHA
002686        PERFORM 2040-BUSCAR-LIBERACION
002687        IF WS-LIBERADO = 'N' THEN
002688           MOVE 'S' TO WS-COLA-RETENIDA
002689        END-IF
002690     END-IF.
002691     IF WS-RETENIDO = 'S' AND REE-MOTIVO = 'RT'
002692        AND REE-FECHA = WS-RET-FECHA-ACT THEN
002693        MOVE 'S' TO WS-RT-EN-COLA
002694     END-IF.
002695     MOVE 'N' TO WS-SO-DEL-DIA.
002696     IF WS-DE-ROSTER = 'S' AND REE-MOTIVO = 'SO'
002697        AND REE-FECHA = WS-FECHA-RUN THEN
002698        MOVE 'S' TO WS-SO-DEL-DIA
002699     END-IF.
002700     EVALUATE TRUE
002701         WHEN WS-SO-DEL-DIA = 'S' AND WS-HAY-MAESTRO = 'S'
002702              AND EMP-CTA-SOSPECHOSA
002703             MOVE 'S' TO WS-SO-EN-COLA
002704             PERFORM 2440-CONSERVAR-REEMISION
002705         WHEN WS-SO-DEL-DIA = 'S'
002706             CONTINUE
002707         WHEN WS-RETENIDO = 'S' OR WS-COLA-RETENIDA = 'S'
002708             PERFORM 2440-CONSERVAR-REEMISION
002709         WHEN WS-HAY-MAESTRO = 'S' AND EMP-CUENTA NOT = ZERO
002710              AND NOT EMP-CTA-SOSPECHOSA
002711             add REE-IMPORTE to WS-IMPORTE-PAGO
002712             add REE-IMPORTE to WS-IMP-REEMITIDO
002713             add 1 to WS-CNT-REEMITIDOS
002714         WHEN OTHER
002715             PERFORM 2440-CONSERVAR-REEMISION
002716     END-EVALUATE.
002717     PERFORM 2420-LEER-REEMISION.
002718 2420-LEER-REEMISION.
002719     READ arc-reemision
002720         AT END
002721             MOVE 'S' TO WS-REE-FIN
002722     END-READ.
002723     IF NOT ree-ok AND estado-ree not = '10' then
002724        display 'estado-ree: ' estado-ree
002725        PERFORM 3000-FINALISIMA
002726     END-IF.
002727     IF WS-REE-FIN = 'N' THEN
002728        IF REE-IDENTI < WS-REE-ANTERIOR THEN
002729           display 'COLA DE REEMISION FUERA DE SECUENCIA: '
002730              REE-IDENTI
002731           PERFORM 3000-FINALISIMA
002732        END-IF
002733        MOVE REE-IDENTI TO WS-REE-ANTERIOR
002734     END-IF.
002735 2430-ENCOLAR-NETO.
002736*
002737* The period's own net for an account the bank already sent
002738* back is not sent into it again; it waits in the queue with
002739* reason SO until the account is corrected in SUMA.
002740*
002741     IF neto > ZERO THEN
002742        MOVE identi TO REE-IDENTI
002743        MOVE EMP-CUENTA TO REE-CUENTA
002744        MOVE neto TO REE-IMPORTE
002745        MOVE WS-FECHA-RUN TO REE-FECHA
002746        MOVE WS-SECUENCIA TO REE-SECUENCIA
002747        MOVE 'SO' TO REE-MOTIVO
002748        PERFORM 2440-CONSERVAR-REEMISION
002749     END-IF.
002750 2450-ENCOLAR-RETENIDO.
002751*
002752* The held net keeps the date of the hold, which is what the
002753* release names. A rerun finds it already queued and skips.
002754*
002755     IF neto > ZERO THEN
002756        MOVE identi TO REE-IDENTI
002757        MOVE EMP-CUENTA TO REE-CUENTA
002758        MOVE neto TO REE-IMPORTE
002759        MOVE WS-RET-FECHA-ACT TO REE-FECHA
002760        MOVE WS-SECUENCIA TO REE-SECUENCIA
002761        MOVE 'RT' TO REE-MOTIVO
002762        PERFORM 2440-CONSERVAR-REEMISION
002763     END-IF.
002764 2440-CONSERVAR-REEMISION.
002765     WRITE REE-NUEVO-REC FROM REEMISION-REC.
002766     if not ren-ok then
002767        display 'estado-ren: ' estado-ren
002768        PERFORM 3000-FINALISIMA
002769     END-IF.
002770     add 1 to WS-CNT-EN-COLA.
002771 2500-GRABAR-COLA.
002772     MOVE WS-CNT-PAGOS TO COL-CUENTA-REG.
002773     MOVE WS-HASH-SUELDO TO COL-HASH-SUELDO.
002774     WRITE BANCO-LINE FROM WS-REG-COLA.
002775     if not ban-ok then
002776        display 'estado-ban: ' estado-ban
002777        PERFORM 3000-FINALISIMA
002778     END-IF.
002779 2600-AVANZAR-SECUENCIA.
002780     MOVE WS-SECUENCIA TO SEQ-NUMERO.
002781     OPEN OUTPUT arc-secuencia.
002782     WRITE SEQ-REC.
002783     if not seq-ok then
002790        display 'estado-seq: ' estado-seq
002800        PERFORM 3000-FINALISIMA
002810     END-IF.
002820     CLOSE arc-secuencia.
002821 2700-RENOVAR-COLA.
002822*
002823* The file is complete and its number is spent: what is left
002824* unpaid becomes the queue the next run reads. The queue as the
002825* day's first file found it is kept first in
002826* banco_reemision.AAAAMMDD; a later run of the day leaves that
002827* copy alone. If the file that paid the reissues is not the one
002828* sent, putting the copy back as banco_reemision.txt before the
002829* rerun queues them again.
002830*
002831     CLOSE arc-reemision arc-ree-nuevo.
002832     PERFORM 2720-RESPALDAR-COLA.
002833     OPEN INPUT arc-ree-nuevo.
002834     OPEN OUTPUT arc-reemision.
002835     IF NOT ren-ok OR NOT ree-ok THEN
002836        display 'estado-ren: ' estado-ren
002837        display 'estado-ree: ' estado-ree
002838        PERFORM 3000-FINALISIMA
002839     END-IF.
002840     MOVE 'N' TO WS-REE-FIN.
002841     PERFORM 2710-COPIAR-COLA UNTIL WS-REE-FIN = 'S'.
002842     CLOSE arc-reemision arc-ree-nuevo.
002843 2710-COPIAR-COLA.
002844     READ arc-ree-nuevo INTO REEMISION-REC
002845         AT END
002846             MOVE 'S' TO WS-REE-FIN
002847         NOT AT END
002848             WRITE REEMISION-REC
002849     END-READ.
002850     IF NOT ren-ok AND estado-ren not = '10' then
002851        display 'estado-ren: ' estado-ren
002852        PERFORM 3000-FINALISIMA
002853     END-IF.
002854     IF NOT ree-ok then
002855        display 'estado-ree: ' estado-ree
002856        PERFORM 3000-FINALISIMA
002857     END-IF.
002858 2720-RESPALDAR-COLA.
002859     MOVE SPACES TO WS-REE-RESP-PATH.
002860     STRING '../banco_reemision.' DELIMITED BY SIZE
002861            WS-FECHA-RUN DELIMITED BY SIZE
002862            INTO WS-REE-RESP-PATH.
002863     OPEN INPUT arc-ree-respaldo.
002864     IF rrs-ok THEN
002865        CLOSE arc-ree-respaldo
002866        display 'COLA DEL DIA YA RESPALDADA EN ' WS-REE-RESP-PATH
002867        EXIT PARAGRAPH
002868     END-IF.
002869     IF NOT rrs-no-archivo THEN
002870        display 'estado-rrs: ' estado-rrs
002871        PERFORM 3000-FINALISIMA
002872     END-IF.
002873     OPEN OUTPUT arc-ree-respaldo.
002874     IF NOT rrs-ok THEN
002875        display 'estado-rrs: ' estado-rrs
002876        PERFORM 3000-FINALISIMA
002877     END-IF.
002878     OPEN INPUT arc-reemision.
002879     IF ree-ok THEN
002880        MOVE 'N' TO WS-REE-FIN
002881        PERFORM 2730-COPIAR-RESPALDO UNTIL WS-REE-FIN = 'S'
002882        CLOSE arc-reemision
002883     ELSE
002884        IF NOT ree-no-archivo THEN
002885           display 'estado-ree: ' estado-ree
002886           PERFORM 3000-FINALISIMA
002887        END-IF
002888     END-IF.
002889     CLOSE arc-ree-respaldo.
002890     display 'COLA RESPALDADA EN ' WS-REE-RESP-PATH.
002891 2730-COPIAR-RESPALDO.
002892     READ arc-reemision
002893         AT END
002894             MOVE 'S' TO WS-REE-FIN
002895         NOT AT END
002896             WRITE REE-RESPALDO-REC FROM REEMISION-REC
002897             IF NOT rrs-ok THEN
002898                display 'estado-rrs: ' estado-rrs
002899                PERFORM 3000-FINALISIMA
002900             END-IF
002901     END-READ.
002902     IF NOT ree-ok AND estado-ree not = '10' then
002903        display 'estado-ree: ' estado-ree
002904        PERFORM 3000-FINALISIMA
002905     END-IF.
002906 3000-FINALISIMA.
002907     PERFORM 3010-REPORTE-TOTALES.
002908     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
002909     CLOSE arc-escritura arc-empleados arc-banco arc-excepciones.
002910     CLOSE arc-reemision arc-ree-nuevo arc-ree-respaldo.
002911     CLOSE arc-retenidos.
002912     DISPLAY "parrafo final".
002913     STOP RUN.
002914 3010-REPORTE-TOTALES.
002915     DISPLAY "-----------------------------------------".
002916     DISPLAY "  RESUMEN DE PAGOS - BANCO.CBL".
002920     DISPLAY "-----------------------------------------".
002930     DISPLAY "  ROSTER LEIDOS    : " WS-CNT-LEIDOS.
002940     DISPLAY "  PAGOS EMITIDOS   : " WS-CNT-PAGOS.
002950     DISPLAY "  SIN CUENTA       : " WS-CNT-SIN-CUENTA.
002960     DISPLAY "  SIN MAESTRO      : " WS-CNT-SIN-MAESTRO.
002965     DISPLAY "  NETO CERO        : " WS-CNT-NETO-CERO.
002966     DISPLAY "  CTA DEVUELTA     : " WS-CNT-CTA-RECHAZ.
002967     DISPLAY "  REEMITIDOS       : " WS-CNT-REEMITIDOS.
002968     DISPLAY "  IMPORTE REEMITIDO: " WS-IMP-REEMITIDO.
002969     DISPLAY "  RETENIDOS        : " WS-CNT-RETENIDOS.
002970     DISPLAY "  LIBERADOS        : " WS-CNT-LIBERADOS.
002971     DISPLAY "  QUEDAN EN COLA   : " WS-CNT-EN-COLA.
002972     DISPLAY "  SECUENCIA        : " WS-SECUENCIA.
002980     DISPLAY "  HASH SUELDO      : " WS-HASH-SUELDO.
002990     DISPLAY "-----------------------------------------".
003000** add other procedures here
