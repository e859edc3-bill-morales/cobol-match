000244*                    not discipline: blanking the byte on every
000245*                    rebuild left fresh sanctions no path into
000246*                    the merge at all.
000247*   2026-10-15  BMD  Each whole punch now meets the CALENDARIO
000248*                    service (calendario.txt): days on a
000249*                    holiday or a weekend no longer count as
000250*                    attended days and are listed, holiday and
000251*                    weekend apart, in fichadas_nolab.txt. A
000252*                    punch dated outside the calendar stops the
000253*                    run; lectura3.txt now opens only in the
000254*                    output procedure, after every punch has
000255*                    been checked, so such a stop leaves the
000256*                    last good file in place.
000257*   2026-10-15  BMD  Each punch pair now carries its worked
000258*                    minutes (an in- or out-time that is no
000259*                    clock time is listed as HORA INVALIDA).
000260*                    Per identi the working-day minutes split
000261*                    into the standard shift
000262*                    (FICHADA_JORNADA_HS, default 8) and
000263*                    overtime, and holiday/weekend minutes are
000264*                    premium time; lectura3.txt gains
000265*                    horas-normales, horas-extra and
000266*                    horas-premio for the merge to pay.
000267*   2026-10-15  BMD  Approved leave from licencias_ok.txt
000268*                    (written by LICENCIA) now counts: every
000269*                    working day of the run month inside an
000270*                    approved vacation, sick-leave or
000271*                    bereavement range is released into the
000272*                    sort behind the day's punches and counted
000273*                    as a paid attended day with no hours. A
000274*                    leave day on a date already counted is
000275*                    listed as LICENCIA EN DIA YA CONTADO.
000276*                    fichadas_lic.txt carries each identi's
000277*                    leave days per type.
000278******************************************************************
000279 IDENTIFICATION DIVISION.
000280*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000281 PROGRAM-ID. FICHADA.
000282 ENVIRONMENT DIVISION.
000283*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000290 CONFIGURATION SECTION.
000300*-----------------------
000310 INPUT-OUTPUT SECTION.
000444     select arc-checkpoint assign to '../checkpoint.txt'
000445     ORGANIZATION IS LINE SEQUENTIAL
000446     FILE STATUS IS estado-chk.
000447     select arc-nolab assign to '../fichadas_nolab.txt'
000448     ORGANIZATION IS LINE SEQUENTIAL
000449     FILE STATUS IS estado-nol.
000450     select arc-licencias assign to '../licencias_ok.txt'
000451     ORGANIZATION IS LINE SEQUENTIAL
000452     FILE STATUS IS estado-lic.
000453     select arc-diaslic assign to '../fichadas_lic.txt'
000454     ORGANIZATION IS LINE SEQUENTIAL
000455     FILE STATUS IS estado-dla.
000456     select arc-orden assign to '../fichada.tmp'.
000460*-----------------------
000470 DATA DIVISION.
000480*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000600     05 identi PIC 9(6).
000610     05 dias-asistidos PIC 9(3).
000620     05 sancion PIC X(1).
000622     05 horas.
000624         10 horas-normales PIC 9(3)V99.
000626         10 horas-extra PIC 9(3)V99.
000628         10 horas-premio PIC 9(3)V99.
000630 FD arc-errores
000640 RECORDING MODE IS F.
000650 01 ERROR-LINE PIC X(80).
000717 RECORDING MODE IS F.
000718 01 chkpt-record.
000719     05 chkpt-identi PIC 9(6).
000720 FD arc-nolab
000721 RECORDING MODE IS F.
000722 01 NOLAB-LINE PIC X(80).
000723 FD arc-licencias
000724 RECORDING MODE IS F.
000725 01 LICENCIA-REC.
000726     05 LIC-IDENTI PIC X(6).
000727     05 LIC-DESDE PIC X(8).
000728     05 LIC-HASTA PIC X(8).
000729     05 LIC-TIPO PIC X(1).
000730         88 LIC-VACACIONES VALUE 'V'.
000731         88 LIC-ENFERMEDAD VALUE 'E'.
000732         88 LIC-DUELO VALUE 'D'.
000733 FD arc-diaslic
000734 RECORDING MODE IS F.
000735 01 DIASLIC-REC.
000736     05 DL-IDENTI PIC 9(6).
000737     05 DL-VACACIONES PIC 9(3).
000738     05 DL-ENFERMEDAD PIC 9(3).
000739     05 DL-DUELO PIC 9(3).
000740 SD arc-orden.
000741 01 sort-reg.
000742     05 sort-identi PIC 9(6).
000750     05 sort-fecha PIC 9(8).
000755     05 sort-tipo PIC X(1).
000757     05 sort-minutos PIC 9(4).
000758     05 sort-origen PIC X(1).
000759         88 ORIGEN-LICENCIA VALUE 'L'.
000760     05 sort-licencia PIC X(1).
000761*-----------------------
000770 WORKING-STORAGE SECTION.
000780 01 estado-fic PIC X(2).
000790     88 fic-ok value '00'.
001009 01 WS-SAN-FIN PIC X(1) VALUE 'N'.
001010 01 WS-SAN-KEY PIC 9(6).
001011 01 WS-SANCION-HALLADA PIC X(1).
001012 01 estado-nol PIC X(2).
001013     88 nol-ok value '00'.
001014 01 WS-CAL-DIAS PIC 9(3).
001015 01 WS-CAL-TIPO PIC X(1).
001016     88 CAL-LABORABLE VALUE 'L'.
001017     88 CAL-FERIADO VALUE 'F'.
001018 01 WS-CAL-ESTADO PIC X(2).
001019 01 WS-JORNADA-HS PIC 9(2) VALUE 8.
001020 01 WS-JORNADA-MIN PIC 9(4).
001021 01 WS-HORA.
001022     05 WS-HORA-HH PIC 9(2).
001023     05 WS-HORA-MM PIC 9(2).
001024 01 WS-MIN-ENTRADA PIC 9(4).
001025 01 WS-MIN-SALIDA PIC 9(4).
001026 01 WS-MIN-NORMALES PIC 9(6).
001027 01 WS-MIN-EXTRA PIC 9(6).
001028 01 WS-MIN-PREMIO PIC 9(6).
001029 01 estado-lic PIC X(2).
001030     88 lic-ok value '00'.
001031     88 lic-no-archivo value '35'.
001032 01 estado-dla PIC X(2).
001033     88 dla-ok value '00'.
001034 01 WS-LIC-FIN PIC X(1) VALUE 'N'.
001035 01 WS-FECHA-RUN PIC 9(8).
001036 01 WS-FECHA-LIC PIC 9(8).
001037 01 WS-FECHA-LIC-R REDEFINES WS-FECHA-LIC.
001038     05 WS-PERIODO-LIC PIC 9(6).
001039     05 WS-DIA-LIC PIC 9(2).
001040 01 WS-LIC-VACACIONES PIC 9(3).
001041 01 WS-LIC-ENFERMEDAD PIC 9(3).
001042 01 WS-LIC-DUELO PIC 9(3).
001043 01 WS-CONTADORES.
001044     05 WS-CNT-LEIDAS    PIC 9(6) COMP VALUE ZERO.
001045     05 WS-CNT-VALIDAS   PIC 9(6) COMP VALUE ZERO.
001046     05 WS-CNT-ERRORES   PIC 9(6) COMP VALUE ZERO.
001050     05 WS-CNT-DUPES     PIC 9(6) COMP VALUE ZERO.
001060     05 WS-CNT-EMPLEADOS PIC 9(6) COMP VALUE ZERO.
001061     05 WS-CNT-SANCIONES PIC 9(6) COMP VALUE ZERO.
001064     05 WS-CNT-FERIADOS  PIC 9(6) COMP VALUE ZERO.
001067     05 WS-CNT-FINDE     PIC 9(6) COMP VALUE ZERO.
001068     05 WS-TOT-MIN-EXTRA  PIC 9(9) COMP VALUE ZERO.
001069     05 WS-TOT-MIN-PREMIO PIC 9(9) COMP VALUE ZERO.
001070     05 WS-CNT-LICENCIAS  PIC 9(6) COMP VALUE ZERO.
001071     05 WS-CNT-DIAS-VAC   PIC 9(6) COMP VALUE ZERO.
001072     05 WS-CNT-DIAS-ENF   PIC 9(6) COMP VALUE ZERO.
001073     05 WS-CNT-DIAS-DUE   PIC 9(6) COMP VALUE ZERO.
001074     05 WS-CNT-LIC-SUPER  PIC 9(6) COMP VALUE ZERO.
001075 01 WS-HASH-DIAS PIC 9(13) VALUE ZERO.
001080 01 WS-CTL-FIN PIC X(1).
001090 01 WS-CTL-CNT PIC 9(2) COMP VALUE ZERO.
001100 01 WS-TABLA-CONTROLES.
001330     PERFORM 1000-COMIENZO.
001331     IF NOT RECONSTRUCCION-OMITIDA
001340        SORT arc-orden
001350           ON ASCENDING KEY sort-identi sort-fecha sort-origen
001360           INPUT PROCEDURE IS 2200-ENTRADA
001370           OUTPUT PROCEDURE IS 2300-SALIDA
001380        PERFORM 3100-ACTUALIZAR-CONTROL
001410     STOP RUN.
001420 1000-COMIENZO.
001430     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
001435     ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD.
001440     MOVE 'ARCHIVOS_LECTURA3' TO WS-PARAM-CLAVE.
001450     PERFORM 1900-LEER-PARAMETRO.
001460     IF WS-PARAM-ESTADO = '00' THEN
001490        MOVE '../lectura3.txt' TO WS-LECTURA3-PATH
001500     END-IF.
001510     DISPLAY 'PARAMETROS EFECTIVOS - FICHADA'.
001511     MOVE 'FICHADA_JORNADA_HS' TO WS-PARAM-CLAVE.
001512     PERFORM 1900-LEER-PARAMETRO.
001513     IF WS-PARAM-ESTADO = '00' THEN
001514        COMPUTE WS-JORNADA-HS =
001515           FUNCTION NUMVAL(WS-PARAM-VALOR)
001516     ELSE
001517        MOVE 8 TO WS-JORNADA-HS
001518     END-IF.
001519     COMPUTE WS-JORNADA-MIN = WS-JORNADA-HS * 60.
001520     DISPLAY '  ARCHIVOS_LECTURA3 : ' WS-LECTURA3-PATH.
001521     DISPLAY '  FICHADA_JORNADA_HS: ' WS-JORNADA-HS.
001522     DISPLAY '  PERIODO           : ' WS-FECHA-RUN(1:6).
001523     PERFORM 1005-LEER-CHECKPOINT.
001524     IF WS-CHECKPOINT-ID > ZERO THEN
001525*
001526* The merge died mid-run: lectura3.txt still feeds its restart,
001527* including whatever SUSPENSO recycled into it before the
001528* crash. Rebuilding it now would drop those records from every
001529* file they exist in, so the whole pass stands down until the
001530* restart finishes cleanly (the GENERA/SUSPENSO rule).
001531*
001532        DISPLAY 'CHECKPOINT PENDIENTE, SIN RECONSTRUIR'
001533        MOVE 'S' TO WS-OMITIDO-SW
001534        EXIT PARAGRAPH
001535     END-IF.
001536*
001537* The punch file opens before anything is truncated: a missing
001538* clock feed is a hard stop, not an empty attendance file the
001539* merge would verify and pay full base against.
001540*
001541     OPEN INPUT arc-fichadas.
001542     IF fic-no-archivo THEN
001543        display 'NO EXISTE EL ARCHIVO DE FICHADAS'
001544        PERFORM 3000-FINALISIMA
001545     END-IF.
001546     IF NOT fic-ok THEN
001547        display 'estado-fic: ' estado-fic
001548        PERFORM 3000-FINALISIMA
001549     END-IF.
001550     OPEN OUTPUT arc-errores.
001551     IF NOT err-ok THEN
001552        display 'estado-err: ' estado-err
001560        PERFORM 3000-FINALISIMA
001570     END-IF.
001578     OPEN OUTPUT arc-nolab.
001586     IF NOT nol-ok THEN
001594        display 'estado-nol: ' estado-nol
001602        PERFORM 3000-FINALISIMA
001610     END-IF.
001611     OPEN OUTPUT arc-diaslic.
001612     IF NOT dla-ok THEN
001613        display 'estado-dla: ' estado-dla
001614        PERFORM 3000-FINALISIMA
001615     END-IF.
001616     OPEN INPUT arc-licencias.
001617     IF lic-no-archivo THEN
001618        display 'SIN LICENCIAS APROBADAS'
001619        MOVE 'S' TO WS-LIC-FIN
001620     ELSE
001621        IF NOT lic-ok THEN
001622           display 'estado-lic: ' estado-lic
001623           PERFORM 3000-FINALISIMA
001624        END-IF
001625        MOVE 'N' TO WS-LIC-FIN
001626     END-IF.
001627     OPEN INPUT arc-sanciones.
001628     IF san-no-archivo THEN
001629        display 'SIN ARCHIVO DE SANCIONES'
001630        MOVE 'S' TO WS-SAN-FIN
001631        MOVE HIGH-VALUE TO WS-SAN-KEY
001632     ELSE
001633        IF NOT san-ok THEN
001634           display 'estado-san: ' estado-san
001635           PERFORM 3000-FINALISIMA
001636        END-IF
001637        PERFORM 2380-AVANZAR-SANCION
001638     END-IF.
001639 1005-LEER-CHECKPOINT.
001640     MOVE ZERO TO WS-CHECKPOINT-ID.
001641     OPEN INPUT arc-checkpoint.
001642     IF chk-ok THEN
001643        READ arc-checkpoint
001644           AT END
001645              MOVE ZERO TO WS-CHECKPOINT-ID
001646           NOT AT END
001647              MOVE chkpt-identi TO WS-CHECKPOINT-ID
001648        END-READ
001649        CLOSE arc-checkpoint
001650     END-IF.
001651 1900-LEER-PARAMETRO.
001652     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
001653        WS-PARAM-ESTADO.
001660     IF WS-PARAM-ESTADO = '99' THEN
001670        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
001680        PERFORM 3000-FINALISIMA
001920        GO TO 2220-LIBERAR
001930     END-IF.
001940     CLOSE arc-fichadas.
001941*
001942* Approved leave follows the punches into the same sort; on a
001943* shared date the punch sorts first (origin F before L).
001944*
001945     PERFORM 2270-LEER-LICENCIA UNTIL WS-LIC-FIN = 'S'.
001950 2230-FIN-ENTRADA.
001960     EXIT.
001970 2250-EDITORES SECTION.
002090        PERFORM 2260-GRABAR-ERROR
002100        EXIT PARAGRAPH
002110     END-IF.
002120     IF FIC-FECHA IS NOT NUMERIC OR
002125        FIC-FECHA(5:2) < '01' OR FIC-FECHA(5:2) > '12' THEN
002130        MOVE 'FECHA INVALIDA' TO LE-MOTIVO
002140        PERFORM 2260-GRABAR-ERROR
002150        EXIT PARAGRAPH
002250        PERFORM 2260-GRABAR-ERROR
002260        EXIT PARAGRAPH
002270     END-IF.
002271     MOVE FIC-ENTRADA TO WS-HORA.
002272     IF WS-HORA-HH > 23 OR WS-HORA-MM > 59 THEN
002273        MOVE 'HORA INVALIDA' TO LE-MOTIVO
002274        PERFORM 2260-GRABAR-ERROR
002275        EXIT PARAGRAPH
002276     END-IF.
002277     COMPUTE WS-MIN-ENTRADA = WS-HORA-HH * 60 + WS-HORA-MM.
002278     MOVE FIC-SALIDA TO WS-HORA.
002279     IF WS-HORA-HH > 23 OR WS-HORA-MM > 59 THEN
002280        MOVE 'HORA INVALIDA' TO LE-MOTIVO
002281        PERFORM 2260-GRABAR-ERROR
002282        EXIT PARAGRAPH
002283     END-IF.
002284     COMPUTE WS-MIN-SALIDA = WS-HORA-HH * 60 + WS-HORA-MM.
002285     IF FIC-SALIDA < FIC-ENTRADA THEN
002290        MOVE 'SALIDA ANTES DE ENTRADA' TO LE-MOTIVO
002300        PERFORM 2260-GRABAR-ERROR
002310        EXIT PARAGRAPH
002320     END-IF.
002321*
002322* Every whole punch meets the calendar before it is sorted. A
002323* date the calendar does not cover stops the run here, while
002324* lectura3.txt is still the last good one: it is only opened
002325* by the output procedure.
002326*
002327     CALL 'CALENDARIO' USING FIC-FECHA WS-CAL-DIAS
002328        WS-CAL-TIPO WS-CAL-ESTADO.
002329     IF WS-CAL-ESTADO = '23' THEN
002330        display 'CALENDARIO NO CUBRE LA FECHA: ' FIC-FECHA
002331        PERFORM 3000-FINALISIMA
002332     END-IF.
002333     IF WS-CAL-ESTADO NOT = '00' THEN
002334        display 'ARCHIVO DE CALENDARIO INVALIDO O AUSENTE'
002335        PERFORM 3000-FINALISIMA
002336     END-IF.
002337     IF WS-CAL-TIPO = SPACE THEN
002338        MOVE 'FECHA INVALIDA' TO LE-MOTIVO
002339        PERFORM 2260-GRABAR-ERROR
002340        EXIT PARAGRAPH
002341     END-IF.
002342     add 1 to WS-CNT-VALIDAS.
002343     MOVE FIC-IDENTI TO sort-identi.
002350     MOVE FIC-FECHA TO sort-fecha.
002355     MOVE WS-CAL-TIPO TO sort-tipo.
002357     COMPUTE sort-minutos = WS-MIN-SALIDA - WS-MIN-ENTRADA.
002358     MOVE 'F' TO sort-origen.
002359     MOVE SPACE TO sort-licencia.
002360     RELEASE sort-reg.
002370 2260-GRABAR-ERROR.
002380     add 1 to WS-CNT-ERRORES.
002410        display 'estado-err: ' estado-err
002420        PERFORM 3000-FINALISIMA
002430     END-IF.
002431 2270-LEER-LICENCIA.
002432     READ arc-licencias
002433         AT END
002434             MOVE 'S' TO WS-LIC-FIN
002435         NOT AT END
002436             add 1 to WS-CNT-LICENCIAS
002437             PERFORM 2275-LIBERAR-LICENCIA
002438                VARYING WS-DIA-LIC FROM 1 BY 1
002439                UNTIL WS-DIA-LIC > 31
002440     END-READ.
002441     IF NOT lic-ok AND estado-lic NOT = '10' THEN
002442        display 'estado-lic: ' estado-lic
002443        PERFORM 3000-FINALISIMA
002444     END-IF.
002445 2275-LIBERAR-LICENCIA.
002446*
002447* Each working day of the run month inside the approved range
002448* is one paid day with no hours. Days that do not exist in the
002449* month come back from the calendar with a blank type.
002450*
002451     MOVE WS-FECHA-RUN(1:6) TO WS-PERIODO-LIC.
002452     IF WS-FECHA-LIC < LIC-DESDE OR WS-FECHA-LIC > LIC-HASTA THEN
002453        EXIT PARAGRAPH
002454     END-IF.
002455     CALL 'CALENDARIO' USING WS-FECHA-LIC WS-CAL-DIAS
002456        WS-CAL-TIPO WS-CAL-ESTADO.
002457     IF WS-CAL-ESTADO NOT = '00' THEN
002458        display 'CALENDARIO NO CUBRE EL PERIODO: ' WS-PERIODO-LIC
002459        PERFORM 3000-FINALISIMA
002460     END-IF.
002461     IF NOT CAL-LABORABLE THEN
002462        EXIT PARAGRAPH
002463     END-IF.
002464     MOVE LIC-IDENTI TO sort-identi.
002465     MOVE WS-FECHA-LIC TO sort-fecha.
002466     MOVE WS-CAL-TIPO TO sort-tipo.
002467     MOVE ZERO TO sort-minutos.
002468     MOVE 'L' TO sort-origen.
002469     MOVE LIC-TIPO TO sort-licencia.
002470     RELEASE sort-reg.
002471 2300-SALIDA SECTION.
002472 2310-RECIBIR.
002473     OPEN OUTPUT arc-lectura3.
002474     IF NOT le3-ok THEN
002475        display 'estado-le3: ' estado-le3
002476        PERFORM 3000-FINALISIMA
002477     END-IF.
002478     MOVE 'N' TO WS-HAY-EMPLEADO.
002479     MOVE ZERO TO WS-DIAS-CONTADOS.
002480     MOVE ZERO TO WS-MIN-NORMALES WS-MIN-EXTRA WS-MIN-PREMIO.
002481     MOVE ZERO TO WS-LIC-VACACIONES WS-LIC-ENFERMEDAD
002482        WS-LIC-DUELO.
002483     MOVE 'N' TO WS-RET-FIN.
002490 2320-RECIBIR-UNO.
002500     RETURN arc-orden
002510         AT END
002680        PERFORM 2350-GRABAR-EMPLEADO
002690        MOVE 'N' TO WS-HAY-EMPLEADO
002700        MOVE ZERO TO WS-DIAS-CONTADOS
002705        MOVE ZERO TO WS-MIN-NORMALES WS-MIN-EXTRA WS-MIN-PREMIO
002706        MOVE ZERO TO WS-LIC-VACACIONES WS-LIC-ENFERMEDAD
002707           WS-LIC-DUELO
002710     END-IF.
002714     EVALUATE TRUE
002718         WHEN WS-HAY-EMPLEADO = 'S' AND
002722              sort-fecha = WS-PREV-FECHA AND ORIGEN-LICENCIA
002726*
002730* A leave day on a date a punch or an earlier leave already
002734* counted is paid once; the overlap goes to the listing.
002738*
002742             add 1 to WS-CNT-LIC-SUPER
002746             MOVE sort-identi TO LE-IDENTI
002750             MOVE sort-fecha TO LE-FECHA
002754             MOVE 'LICENCIA EN DIA YA CONTADO' TO LE-MOTIVO
002758             PERFORM 2260-GRABAR-ERROR
002762         WHEN WS-HAY-EMPLEADO = 'S' AND
002766              sort-fecha = WS-PREV-FECHA
002770*
002774* Two whole punches on the same day: the day already counted,
002778* the extra punch goes to the listing as a duplicate.
002782* Its hours are not paid either; the clock vendor fixes the
002786* pair and the period is run again.
002790*
002794             add 1 to WS-CNT-DUPES
002798             MOVE sort-identi TO LE-IDENTI
002802             MOVE sort-fecha TO LE-FECHA
002806             MOVE 'FICHADA DUPLICADA' TO LE-MOTIVO
002810             PERFORM 2260-GRABAR-ERROR
002814         WHEN ORIGEN-LICENCIA
002818             add 1 to WS-DIAS-CONTADOS
002822             PERFORM 2347-CONTAR-LICENCIA
002826         WHEN sort-tipo = 'L'
002830             add 1 to WS-DIAS-CONTADOS
002834             PERFORM 2346-REPARTIR-MINUTOS
002838         WHEN OTHER
002842             MOVE sort-tipo TO WS-CAL-TIPO
002846             PERFORM 2345-MARCAR-NO-LABORABLE
002850     END-EVALUATE.
002860     MOVE 'S' TO WS-HAY-EMPLEADO.
002870     MOVE sort-identi TO WS-PREV-IDENTI.
002880     MOVE sort-fecha TO WS-PREV-FECHA.
002881 2345-MARCAR-NO-LABORABLE.
002882*
002883* A day worked on a holiday or a weekend is not an ordinary
002884* attended day: it stays out of dias-asistidos and is listed,
002885* holiday and weekend apart, in fichadas_nolab.txt. Every
002886* minute of it is premium time (horas-premio), paid by the
002887* merge at ARCHIVOS_FERIADO_PCT.
002888*
002889     add sort-minutos to WS-MIN-PREMIO.
002890     add sort-minutos to WS-TOT-MIN-PREMIO.
002891     MOVE sort-identi TO LE-IDENTI.
002892     MOVE sort-fecha TO LE-FECHA.
002893     IF CAL-FERIADO THEN
002894        add 1 to WS-CNT-FERIADOS
002895        MOVE 'FICHADA EN FERIADO' TO LE-MOTIVO
002896     ELSE
002897        add 1 to WS-CNT-FINDE
002898        MOVE 'FICHADA EN FIN DE SEMANA' TO LE-MOTIVO
002899     END-IF.
002900     WRITE NOLAB-LINE FROM WS-LINEA-ERROR.
002901     IF NOT nol-ok THEN
002902        display 'estado-nol: ' estado-nol
002903        PERFORM 3000-FINALISIMA
002904     END-IF.
002905 2346-REPARTIR-MINUTOS.
002906*
002907* On a working day the first FICHADA_JORNADA_HS hours are the
002908* standard shift; whatever the punch pair holds beyond it is
002909* overtime, paid by the merge at ARCHIVOS_EXTRA_PCT.
002910*
002911     IF sort-minutos > WS-JORNADA-MIN THEN
002912        add WS-JORNADA-MIN to WS-MIN-NORMALES
002913        COMPUTE WS-MIN-EXTRA =
002914           WS-MIN-EXTRA + sort-minutos - WS-JORNADA-MIN
002915        COMPUTE WS-TOT-MIN-EXTRA =
002916           WS-TOT-MIN-EXTRA + sort-minutos - WS-JORNADA-MIN
002917     ELSE
002918        add sort-minutos to WS-MIN-NORMALES
002919     END-IF.
002920 2347-CONTAR-LICENCIA.
002921     EVALUATE sort-licencia
002922         WHEN 'V'
002923             add 1 to WS-LIC-VACACIONES
002924             add 1 to WS-CNT-DIAS-VAC
002925         WHEN 'E'
002926             add 1 to WS-LIC-ENFERMEDAD
002927             add 1 to WS-CNT-DIAS-ENF
002928         WHEN OTHER
002929             add 1 to WS-LIC-DUELO
002930             add 1 to WS-CNT-DIAS-DUE
002931     END-EVALUATE.
002932 2350-GRABAR-EMPLEADO.
002933     MOVE WS-PREV-IDENTI TO identi.
002934     MOVE WS-DIAS-CONTADOS TO dias-asistidos.
002935     PERFORM 2370-BUSCAR-SANCION.
002936     MOVE WS-SANCION-HALLADA TO sancion.
002937     COMPUTE horas-normales ROUNDED = WS-MIN-NORMALES / 60.
002938     COMPUTE horas-extra ROUNDED = WS-MIN-EXTRA / 60.
002939     COMPUTE horas-premio ROUNDED = WS-MIN-PREMIO / 60.
002940     WRITE heraldo3.
002941     if not le3-ok then
002950        display 'estado-le3: ' estado-le3
002960        PERFORM 3000-FINALISIMA
002970     END-IF.
002980     add 1 to WS-CNT-EMPLEADOS.
002990     add WS-DIAS-CONTADOS to WS-HASH-DIAS.
002991     IF WS-LIC-VACACIONES + WS-LIC-ENFERMEDAD + WS-LIC-DUELO
002992        > ZERO THEN
002993        MOVE WS-PREV-IDENTI TO DL-IDENTI
002994        MOVE WS-LIC-VACACIONES TO DL-VACACIONES
002995        MOVE WS-LIC-ENFERMEDAD TO DL-ENFERMEDAD
002996        MOVE WS-LIC-DUELO TO DL-DUELO
002997        WRITE DIASLIC-REC
002998        IF NOT dla-ok THEN
002999           display 'estado-dla: ' estado-dla
003000           PERFORM 3000-FINALISIMA
003001        END-IF
003002     END-IF.
003003 2370-BUSCAR-SANCION.
003004*
003005* Both streams run ascending on identi: sanciones.txt advances
003006* until it reaches or passes the employee being written. An
003007* identi with no entry keeps a clean byte.
003008*
003009     MOVE SPACE TO WS-SANCION-HALLADA.
003010     PERFORM 2380-AVANZAR-SANCION
003011        UNTIL WS-SAN-FIN = 'S' OR
003012              WS-SAN-KEY >= WS-PREV-IDENTI.
003013     IF WS-SAN-FIN NOT = 'S' AND
003014        WS-SAN-KEY = WS-PREV-IDENTI THEN
003015        MOVE SAN-SANCION TO WS-SANCION-HALLADA
003016     END-IF.
003017 2380-AVANZAR-SANCION.
003018     READ arc-sanciones
003019         AT END
003020             MOVE 'S' TO WS-SAN-FIN
003021             MOVE HIGH-VALUE TO WS-SAN-KEY
003022         NOT AT END
003023             add 1 to WS-CNT-SANCIONES
003024             MOVE SAN-IDENTI TO WS-SAN-KEY
003025     END-READ.
003026 3100-CONTROLES SECTION.
003027 3100-ACTUALIZAR-CONTROL.
003028*
003030* Stamp the LECTURA3 handshake with what was just written, the
003040* way EXTRAE stamps LECTURA; entries of the other inputs ride
003050* through untouched.
003680 3000-FINALISIMA.
003690     PERFORM 3010-REPORTE-TOTALES.
003700     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
003710     CLOSE arc-fichadas arc-lectura3 arc-errores arc-sanciones
003715           arc-nolab arc-licencias arc-diaslic.
003720     DISPLAY "parrafo final".
003730     STOP RUN.
003740 3010-REPORTE-TOTALES.
003810     DISPLAY "  DUPLICADAS       : " WS-CNT-DUPES.
003820     DISPLAY "  EMPLEADOS        : " WS-CNT-EMPLEADOS.
003821     DISPLAY "  SANCIONES LEIDAS : " WS-CNT-SANCIONES.
003824     DISPLAY "  DIAS EN FERIADO  : " WS-CNT-FERIADOS.
003827     DISPLAY "  DIAS FIN DE SEM. : " WS-CNT-FINDE.
003828     DISPLAY "  MINUTOS EXTRA    : " WS-TOT-MIN-EXTRA.
003829     DISPLAY "  MINUTOS FER/FDS  : " WS-TOT-MIN-PREMIO.
003830     DISPLAY "  LICENCIAS LEIDAS : " WS-CNT-LICENCIAS.
003831     DISPLAY "    DIAS VACACION  : " WS-CNT-DIAS-VAC.
003832     DISPLAY "    DIAS ENFERMEDAD: " WS-CNT-DIAS-ENF.
003833     DISPLAY "    DIAS DUELO     : " WS-CNT-DIAS-DUE.
003834     DISPLAY "    YA CONTADOS    : " WS-CNT-LIC-SUPER.
003835     DISPLAY "-----------------------------------------".
003840** add other procedures here
003850 END PROGRAM FICHADA.
