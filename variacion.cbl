000010*****************************************************************
000020* Author:
000030* Date:
000040* Purpose: Pay-variance gate between the merge and BANCO. Each
000050*          identi on the merged roster (escritura.txt) has its
000060*          sueldo set against the last one paid to it in historia
000070*          (the latest 'D' row before today, live historia.txt
000080*          first, then the historia.AAAAMM archives up to a year
000090*          back, passing over the rows of a hold still unpaid).
000100*          A move of more than VARIACION_PCT percent, or of
000110*          more than VARIACION_IMPORTE when that is set, or a
000120*          roster line with no days attended at all, is held:
000130*          retenidos.txt gets the identi, the amounts and the
000140*          reason, variacion.txt lists them for the operator.
000150*          BANCO leaves a held identi out of the payment file
000160*          until liberados.txt carries a release for it (identi,
000170*          date of the hold, operator).
000180* Tectonics: cobc
000190*
000200* Modification History:
000210*   2026-10-15  BMD  New program, run by CADENA between ARCHIVOS
000220*                    and BANCO. The history sorts on identi with
000230*                    the newest row first and is matched to the
000240*                    roster in identi order, so no table limits
000250*                    the roster. An identi with no earlier pay
000260*                    has nothing to compare and passes. A hold
000270*                    already released when this runs again the
000280*                    same day is written as released. RETURN-CODE
000290*                    0 clean, 4 with an identi on hold, 12 on a
000300*                    stop (the ARCHIVOS convention).
000310*   2026-10-15  BMD  The last pay passes over the historia row
000320*                    of a hold not yet paid (an RT item of
000330*                    banco_reemision.txt or an R line of the
000340*                    previous retenidos.txt, with no release
000350*                    keyed), so the same wrong sueldo on the
000360*                    next run is held again instead of
000370*                    comparing equal to itself.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000410 PROGRAM-ID. VARIACION.
000420 ENVIRONMENT DIVISION.
000430*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000440 CONFIGURATION SECTION.
000450*-----------------------
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     select arc-escritura assign to DYNAMIC WS-ESCRITURA-PATH
000490     ORGANIZATION IS LINE SEQUENTIAL
000500     FILE STATUS IS estado-esc.
000510     select arc-historia assign to '../historia.txt'
000520     ORGANIZATION IS LINE SEQUENTIAL
000530     FILE STATUS IS estado-his.
000540     select arc-archivo assign to DYNAMIC WS-ARCHIVO-PATH
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS estado-arh.
000570     select arc-liberados assign to '../liberados.txt'
000580     ORGANIZATION IS LINE SEQUENTIAL
000590     FILE STATUS IS estado-lib.
000600     select arc-retenidos assign to '../retenidos.txt'
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     FILE STATUS IS estado-ret.
000630     select arc-reporte assign to '../variacion.txt'
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS estado-rep.
000660     select arc-reemision assign to '../banco_reemision.txt'
000670     ORGANIZATION IS LINE SEQUENTIAL
000680     FILE STATUS IS estado-ree.
000690     select arc-orden assign to '../variacion.tmp'.
000700*-----------------------
000710 DATA DIVISION.
000720*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000730 FILE SECTION.
000740 FD arc-escritura
000750 RECORDING MODE IS F.
000760 01 inmortal.
000770     05 identi PIC 9(6).
000780     05 nombre PIC X(6).
000790     05 apellido PIC X(10).
000800     05 sueldo PIC 9(9).
000810     05 medalla PIC X(9).
000820     05 mmr PIC 9(4).
000830     05 favorito PIC X(7).
000840     05 dias-asistidos PIC 9(3).
000850     05 sancion PIC X(1).
000860     05 ccosto PIC X(4).
000870     05 neto PIC 9(9).
000880     05 horas-extra PIC 9(3)V99.
000890     05 horas-premio PIC 9(3)V99.
000900     05 extra PIC 9(9).
000910 FD arc-historia
000920 RECORDING MODE IS F.
000930 01 HISTORIA-REC PIC X(55).
000940 FD arc-archivo
000950 RECORDING MODE IS F.
000960 01 ARCHIVO-REC PIC X(55).
000970 FD arc-liberados
000980 RECORDING MODE IS F.
000990 01 LIBERADO-REC.
001000     05 LIB-IDENTI PIC 9(6).
001010     05 LIB-FECHA PIC 9(8).
001020     05 LIB-USUARIO PIC X(8).
001030 FD arc-retenidos
001040 RECORDING MODE IS F.
001050 01 RETENIDO-REC.
001060     05 RET-IDENTI PIC 9(6).
001070     05 RET-FECHA PIC 9(8).
001080     05 RET-SUELDO PIC 9(9).
001090     05 RET-NETO PIC 9(9).
001100     05 RET-ANTERIOR PIC 9(9).
001110     05 RET-FECHA-ANT PIC 9(8).
001120     05 RET-DIAS PIC 9(3).
001130     05 RET-MOTIVO PIC X(20).
001140     05 RET-ESTADO PIC X(1).
001150         88 RET-EN-ESPERA VALUE 'R'.
001160         88 RET-LIBERADO VALUE 'L'.
001170 FD arc-reporte
001180 RECORDING MODE IS F.
001190 01 REPORTE-LINE PIC X(80).
001200 FD arc-reemision
001210 RECORDING MODE IS F.
001220 01 REEMISION-REC.
001230     05 REE-IDENTI PIC 9(6).
001240     05 REE-CUENTA PIC 9(10).
001250     05 REE-IMPORTE PIC 9(9).
001260     05 REE-FECHA PIC 9(8).
001270     05 REE-SECUENCIA PIC 9(6).
001280     05 REE-MOTIVO PIC X(2).
001290 SD arc-orden.
001300 01 sort-reg.
001310     05 sort-identi PIC 9(6).
001320     05 sort-fecha PIC 9(8).
001330     05 sort-sueldo PIC 9(9).
001340*-----------------------
001350 WORKING-STORAGE SECTION.
001360 01 estado-esc PIC X(2).
001370     88 esc-ok value '00'.
001380     88 esc-no-archivo value '35'.
001390 01 estado-his PIC X(2).
001400     88 his-ok value '00'.
001410     88 his-no-archivo value '35'.
001420 01 estado-arh PIC X(2).
001430     88 arh-ok value '00'.
001440     88 arh-no-archivo value '35'.
001450 01 estado-lib PIC X(2).
001460     88 lib-ok value '00'.
001470     88 lib-no-archivo value '35'.
001480 01 estado-ret PIC X(2).
001490     88 ret-ok value '00'.
001500     88 ret-no-archivo value '35'.
001510 01 estado-rep PIC X(2).
001520     88 rep-ok value '00'.
001530 01 estado-ree PIC X(2).
001540     88 ree-ok value '00'.
001550     88 ree-no-archivo value '35'.
001560 01 WS-PARAM-CLAVE PIC X(20).
001570 01 WS-PARAM-VALOR PIC X(100).
001580 01 WS-PARAM-ESTADO PIC X(2).
001590 01 WS-JOB-NAME PIC X(20) VALUE 'VARIACION'.
001600 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
001610 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
001620 01 WS-RETORNO PIC 9(2) VALUE 12.
001630 01 WS-ESCRITURA-PATH PIC X(100).
001640 01 WS-ARCHIVO-PATH PIC X(100).
001650 01 WS-PCT-MAX PIC 9(3) VALUE 30.
001660 01 WS-IMPORTE-MAX PIC 9(7) VALUE ZERO.
001670 01 WS-FECHA-RUN PIC 9(8).
001680 01 WS-PERIODO-BUSCA PIC 9(6).
001690 01 WS-PERIODO-BUSCA-R REDEFINES WS-PERIODO-BUSCA.
001700     05 WS-ANIO-BUSCA PIC 9(4).
001710     05 WS-MES-BUSCA PIC 9(2).
001720 01 WS-MESES-ATRAS PIC 9(2) COMP.
001730 01 WS-ESC-FIN PIC X(1) VALUE 'N'.
001740 01 WS-HIS-FIN PIC X(1) VALUE 'N'.
001750 01 WS-LIB-FIN PIC X(1) VALUE 'N'.
001760 01 WS-RET-FIN PIC X(1) VALUE 'N'.
001770 01 WS-REE-FIN PIC X(1) VALUE 'N'.
001780 01 WS-PREV-IDENTI PIC 9(6) VALUE ZERO.
001790 01 WS-HAY-PREV PIC X(1) VALUE 'N'.
001800 01 WS-HISTORIA.
001810     05 hist-fecha PIC 9(8).
001820     05 hist-tipo PIC X(1).
001830         88 HIST-DETALLE VALUE 'D'.
001840     05 hist-identi PIC 9(6).
001850     05 hist-sueldo PIC 9(9).
001860     05 FILLER PIC X(31).
001870 01 WS-ANTERIOR PIC 9(9).
001880 01 WS-FECHA-ANT PIC 9(8).
001890 01 WS-DIFERENCIA PIC S9(10).
001900 01 WS-DIF-ABS PIC 9(10).
001910 01 WS-VAR-PCT PIC S9(5)V99.
001920 01 WS-MOTIVO PIC X(20).
001930*
001940* Releases the operator has keyed, identi and date of the hold.
001950*
001960 01 WS-MAX-LIB PIC 9(4) COMP VALUE 500.
001970 01 WS-LIB-CNT PIC 9(4) COMP VALUE ZERO.
001980 01 WS-TABLA-LIBERADOS.
001990     05 WS-LIB-ITEM OCCURS 500 TIMES.
002000         10 WS-L-IDENTI PIC 9(6).
002010         10 WS-L-FECHA PIC 9(8).
002020         10 WS-L-USUARIO PIC X(8).
002030*
002040* Holds not yet paid, identi and date of the hold: RT items of
002050* BANCO's queue and the R lines the previous run left, less the
002060* releases above. Their historia rows were never paid.
002070*
002080 01 WS-MAX-PEN PIC 9(4) COMP VALUE 500.
002090 01 WS-PEN-CNT PIC 9(4) COMP VALUE ZERO.
002100 01 WS-TABLA-PENDIENTES.
002110     05 WS-PEN-ITEM OCCURS 500 TIMES.
002120         10 WS-P-IDENTI PIC 9(6).
002130         10 WS-P-FECHA PIC 9(8).
002140 01 WS-BUSCA-ID PIC 9(6).
002150 01 WS-BUSCA-FECHA PIC 9(8).
002160 01 WS-PENDIENTE PIC X(1).
002170 01 WS-I PIC 9(4) COMP.
002180 01 WS-LIBERADO PIC X(1).
002190 01 WS-LIB-USUARIO PIC X(8).
002200 01 WS-CONTADORES.
002210     05 WS-CNT-EMPLEADOS   PIC 9(6) COMP VALUE ZERO.
002220     05 WS-CNT-HISTORIA    PIC 9(6) COMP VALUE ZERO.
002230     05 WS-CNT-ARCHIVOS    PIC 9(6) COMP VALUE ZERO.
002240     05 WS-CNT-SIN-ANT     PIC 9(6) COMP VALUE ZERO.
002250     05 WS-CNT-MARCADOS    PIC 9(6) COMP VALUE ZERO.
002260     05 WS-CNT-RETENIDOS   PIC 9(6) COMP VALUE ZERO.
002270     05 WS-CNT-LIBERADOS   PIC 9(6) COMP VALUE ZERO.
002280     05 WS-CNT-SIN-PAGAR   PIC 9(6) COMP VALUE ZERO.
002290     05 WS-CNT-DIAS-CERO   PIC 9(6) COMP VALUE ZERO.
002300     05 WS-CNT-POR-PCT     PIC 9(6) COMP VALUE ZERO.
002310     05 WS-CNT-POR-IMPORTE PIC 9(6) COMP VALUE ZERO.
002320 01 WS-IMP-RETENIDO PIC 9(11) VALUE ZERO.
002330 01 WS-ENC1.
002340     05 FILLER PIC X(44) VALUE
002350        "RETENCIONES POR VARIACION - VARIACION.CBL - ".
002360     05 EN-FECHA PIC 9(8).
002370     05 FILLER PIC X(28) VALUE SPACES.
002380 01 WS-ENC3 PIC X(80) VALUE ALL "-".
002390 01 WS-ENC-COL.
002400     05 FILLER PIC X(40) VALUE
002410        " IDENTI APELLIDO    ANTERIOR    ACTUAL  ".
002420     05 FILLER PIC X(40) VALUE
002430        "  VAR % DIA MOTIVO             ESTADO   ".
002440 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
002450 01 WS-LINEA-PARAM.
002460     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
002470     05 LPA-CLAVE PIC X(21).
002480     05 LPA-VALOR PIC X(48).
002490 01 WS-LINEA-RETENIDO.
002500     05 FILLER PIC X(1) VALUE SPACE.
002510     05 LR-IDENTI PIC Z(5)9.
002520     05 FILLER PIC X(1) VALUE SPACE.
002530     05 LR-APELLIDO PIC X(10).
002540     05 FILLER PIC X(1) VALUE SPACE.
002550     05 LR-ANTERIOR PIC Z(8)9.
002560     05 FILLER PIC X(1) VALUE SPACE.
002570     05 LR-ACTUAL PIC Z(8)9.
002580     05 FILLER PIC X(1) VALUE SPACE.
002590     05 LR-VAR-PCT PIC -ZZZ9.99.
002600     05 FILLER PIC X(1) VALUE SPACE.
002610     05 LR-DIAS PIC ZZ9.
002620     05 FILLER PIC X(1) VALUE SPACE.
002630     05 LR-MOTIVO PIC X(18).
002640     05 FILLER PIC X(1) VALUE SPACE.
002650     05 LR-ESTADO PIC X(8).
002660     05 FILLER PIC X(1) VALUE SPACE.
002670 01 WS-LINEA-TOTAL.
002680     05 FILLER PIC X(2) VALUE SPACES.
002690     05 LT-TEXTO PIC X(30).
002700     05 LT-VALOR PIC Z(10)9.
002710     05 FILLER PIC X(37) VALUE SPACES.
002720*-----------------------
002730 PROCEDURE DIVISION.
002740*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002750 0000-MAINLINE SECTION.
002760 0000-PRINCIPAL.
002770**
002780* The paid history sorts newest first within identi and meets
002790* the roster, also in identi order, in the output procedure.
002800**
002810     PERFORM 1000-COMIENZO.
002820     SORT arc-orden
002830        ON ASCENDING KEY sort-identi
002840        DESCENDING KEY sort-fecha
002850        INPUT PROCEDURE IS 2200-ENTRADA
002860        OUTPUT PROCEDURE IS 2300-SALIDA.
002870     MOVE 'FIN OK' TO WS-JOB-ESTADO.
002880     MOVE ZERO TO WS-RETORNO.
002890     PERFORM 3000-FINALISIMA.
002900     STOP RUN.
002910 1000-COMIENZO.
002920     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
002930     ACCEPT WS-FECHA-RUN FROM DATE YYYYMMDD.
002940     MOVE 'ARCHIVOS_ESCRITURA' TO WS-PARAM-CLAVE.
002950     PERFORM 1900-LEER-PARAMETRO.
002960     IF WS-PARAM-ESTADO = '00' THEN
002970        MOVE WS-PARAM-VALOR TO WS-ESCRITURA-PATH
002980     ELSE
002990        MOVE '../escritura.txt' TO WS-ESCRITURA-PATH
003000     END-IF.
003010     MOVE 'VARIACION_PCT' TO WS-PARAM-CLAVE.
003020     PERFORM 1900-LEER-PARAMETRO.
003030     IF WS-PARAM-ESTADO = '00' THEN
003040        COMPUTE WS-PCT-MAX = FUNCTION NUMVAL(WS-PARAM-VALOR)
003050     ELSE
003060        MOVE 30 TO WS-PCT-MAX
003070     END-IF.
003080     MOVE 'VARIACION_IMPORTE' TO WS-PARAM-CLAVE.
003090     PERFORM 1900-LEER-PARAMETRO.
003100     IF WS-PARAM-ESTADO = '00' THEN
003110        COMPUTE WS-IMPORTE-MAX = FUNCTION NUMVAL(WS-PARAM-VALOR)
003120     ELSE
003130        MOVE ZERO TO WS-IMPORTE-MAX
003140     END-IF.
003150     DISPLAY 'PARAMETROS EFECTIVOS - VARIACION'.
003160     DISPLAY '  ARCHIVOS_ESCRITURA : ' WS-ESCRITURA-PATH.
003170     DISPLAY '  VARIACION_PCT      : ' WS-PCT-MAX.
003180     DISPLAY '  VARIACION_IMPORTE  : ' WS-IMPORTE-MAX.
003190     PERFORM 1100-CARGAR-LIBERADOS.
003200     PERFORM 1200-CARGAR-PENDIENTES.
003210     OPEN INPUT arc-escritura.
003220     IF esc-no-archivo THEN
003230        display 'NO EXISTE EL ROSTER: ' WS-ESCRITURA-PATH
003240        PERFORM 3000-FINALISIMA
003250     END-IF.
003260     IF NOT esc-ok THEN
003270        display 'estado-esc: ' estado-esc
003280        PERFORM 3000-FINALISIMA
003290     END-IF.
003300     OPEN OUTPUT arc-retenidos.
003310     IF NOT ret-ok THEN
003320        display 'estado-ret: ' estado-ret
003330        PERFORM 3000-FINALISIMA
003340     END-IF.
003350     OPEN OUTPUT arc-reporte.
003360     IF NOT rep-ok THEN
003370        display 'estado-rep: ' estado-rep
003380        PERFORM 3000-FINALISIMA
003390     END-IF.
003400     MOVE WS-FECHA-RUN TO EN-FECHA.
003410     WRITE REPORTE-LINE FROM WS-ENC1.
003420     MOVE 'VARIACION_PCT' TO LPA-CLAVE.
003430     MOVE WS-PCT-MAX TO LPA-VALOR.
003440     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
003450     MOVE 'VARIACION_IMPORTE' TO LPA-CLAVE.
003460     MOVE WS-IMPORTE-MAX TO LPA-VALOR.
003470     WRITE REPORTE-LINE FROM WS-LINEA-PARAM.
003480     WRITE REPORTE-LINE FROM WS-ENC3.
003490     WRITE REPORTE-LINE FROM WS-ENC-COL.
003500 1100-CARGAR-LIBERADOS.
003510*
003520* No release file is no release yet, not an error.
003530*
003540     OPEN INPUT arc-liberados.
003550     IF lib-no-archivo THEN
003560        EXIT PARAGRAPH
003570     END-IF.
003580     IF NOT lib-ok THEN
003590        display 'estado-lib: ' estado-lib
003600        PERFORM 3000-FINALISIMA
003610     END-IF.
003620     PERFORM 1110-LEER-LIBERADO UNTIL WS-LIB-FIN = 'S'.
003630     CLOSE arc-liberados.
003640 1110-LEER-LIBERADO.
003650     READ arc-liberados
003660         AT END
003670             MOVE 'S' TO WS-LIB-FIN
003680         NOT AT END
003690             IF WS-LIB-CNT < WS-MAX-LIB THEN
003700                add 1 to WS-LIB-CNT
003710                MOVE LIB-IDENTI TO WS-L-IDENTI(WS-LIB-CNT)
003720                MOVE LIB-FECHA TO WS-L-FECHA(WS-LIB-CNT)
003730                MOVE LIB-USUARIO TO WS-L-USUARIO(WS-LIB-CNT)
003740             ELSE
003750                display 'TABLA DE LIBERACIONES LLENA: ' LIB-IDENTI
003760             END-IF
003770     END-READ.
003780     IF NOT lib-ok AND estado-lib not = '10' then
003790        display 'estado-lib: ' estado-lib
003800        PERFORM 3000-FINALISIMA
003810     END-IF.
003820 1200-CARGAR-PENDIENTES.
003830*
003840* A held net waits in banco_reemision.txt as an RT item dated
003850* the hold until it is paid; retenidos.txt, still the previous
003860* run's, also covers a hold with no net to queue. Either file
003870* missing adds nothing.
003880*
003890     OPEN INPUT arc-reemision.
003900     IF ree-ok THEN
003910        MOVE 'N' TO WS-REE-FIN
003920        PERFORM 1210-LEER-REEMISION UNTIL WS-REE-FIN = 'S'
003930        CLOSE arc-reemision
003940     ELSE
003950        IF NOT ree-no-archivo THEN
003960           display 'estado-ree: ' estado-ree
003970           PERFORM 3000-FINALISIMA
003980        END-IF
003990     END-IF.
004000     OPEN INPUT arc-retenidos.
004010     IF ret-ok THEN
004020        MOVE 'N' TO WS-RET-FIN
004030        PERFORM 1220-LEER-RETENIDO UNTIL WS-RET-FIN = 'S'
004040        CLOSE arc-retenidos
004050     ELSE
004060        IF NOT ret-no-archivo THEN
004070           display 'estado-ret: ' estado-ret
004080           PERFORM 3000-FINALISIMA
004090        END-IF
004100     END-IF.
004110 1210-LEER-REEMISION.
004120     READ arc-reemision
004130         AT END
004140             MOVE 'S' TO WS-REE-FIN
004150         NOT AT END
004160             IF REE-MOTIVO = 'RT' THEN
004170                MOVE REE-IDENTI TO WS-BUSCA-ID
004180                MOVE REE-FECHA TO WS-BUSCA-FECHA
004190                PERFORM 1230-AGREGAR-PENDIENTE
004200             END-IF
004210     END-READ.
004220     IF NOT ree-ok AND estado-ree not = '10' then
004230        display 'estado-ree: ' estado-ree
004240        PERFORM 3000-FINALISIMA
004250     END-IF.
004260 1220-LEER-RETENIDO.
004270     READ arc-retenidos
004280         AT END
004290             MOVE 'S' TO WS-RET-FIN
004300         NOT AT END
004310             IF RET-EN-ESPERA THEN
004320                MOVE RET-IDENTI TO WS-BUSCA-ID
004330                MOVE RET-FECHA TO WS-BUSCA-FECHA
004340                PERFORM 1230-AGREGAR-PENDIENTE
004350             END-IF
004360     END-READ.
004370     IF NOT ret-ok AND estado-ret not = '10' then
004380        display 'estado-ret: ' estado-ret
004390        PERFORM 3000-FINALISIMA
004400     END-IF.
004410 1230-AGREGAR-PENDIENTE.
004420*
004430* A released hold is paid by the next BANCO: its amount is the
004440* operator's and counts as paid.
004450*
004460     MOVE 'N' TO WS-LIBERADO.
004470     PERFORM 1240-BUSCAR-LIBERACION
004480        VARYING WS-I FROM 1 BY 1
004490        UNTIL WS-I > WS-LIB-CNT OR WS-LIBERADO = 'S'.
004500     IF WS-LIBERADO = 'S' THEN
004510        EXIT PARAGRAPH
004520     END-IF.
004530     PERFORM 2348-BUSCAR-PENDIENTE.
004540     IF WS-PENDIENTE = 'S' THEN
004550        EXIT PARAGRAPH
004560     END-IF.
004570     IF WS-PEN-CNT >= WS-MAX-PEN THEN
004580        display 'TABLA DE RETENCIONES PENDIENTES LLENA: '
004590           WS-BUSCA-ID
004600        PERFORM 3000-FINALISIMA
004610     END-IF.
004620     add 1 to WS-PEN-CNT.
004630     MOVE WS-BUSCA-ID TO WS-P-IDENTI(WS-PEN-CNT).
004640     MOVE WS-BUSCA-FECHA TO WS-P-FECHA(WS-PEN-CNT).
004650 1240-BUSCAR-LIBERACION.
004660     IF WS-L-IDENTI(WS-I) = WS-BUSCA-ID AND
004670        WS-L-FECHA(WS-I) = WS-BUSCA-FECHA THEN
004680        MOVE 'S' TO WS-LIBERADO
004690     END-IF.
004700 1900-LEER-PARAMETRO.
004710     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
004720        WS-PARAM-ESTADO.
004730     IF WS-PARAM-ESTADO = '99' THEN
004740        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
004750        PERFORM 3000-FINALISIMA
004760     END-IF.
004770 2200-ENTRADA SECTION.
004780 2210-LIBERAR-HISTORIA.
004790*
004800* Pay rows dated before today: this run's own rows are what is
004810* being checked. The live file first, then a year of archives.
004820*
004830     OPEN INPUT arc-historia.
004840     IF his-ok THEN
004850        MOVE 'N' TO WS-HIS-FIN
004860        PERFORM 2260-LEER-HISTORIA UNTIL WS-HIS-FIN = 'S'
004870        CLOSE arc-historia
004880     ELSE
004890        IF NOT his-no-archivo THEN
004900           display 'estado-his: ' estado-his
004910           PERFORM 3000-FINALISIMA
004920        END-IF
004930     END-IF.
004940     MOVE WS-FECHA-RUN(1:6) TO WS-PERIODO-BUSCA.
004950     PERFORM 2270-LEER-ARCHIVO
004960        VARYING WS-MESES-ATRAS FROM 1 BY 1
004970        UNTIL WS-MESES-ATRAS > 13.
004980 2225-FIN-ENTRADA.
004990     EXIT.
005000 2250-LECTORES SECTION.
005010 2260-LEER-HISTORIA.
005020     READ arc-historia INTO WS-HISTORIA
005030         AT END
005040             MOVE 'S' TO WS-HIS-FIN
005050         NOT AT END
005060             PERFORM 2280-LIBERAR-PAGO
005070     END-READ.
005080     IF NOT his-ok AND estado-his not = '10' then
005090        display 'estado-his: ' estado-his
005100        PERFORM 3000-FINALISIMA
005110     END-IF.
005120 2270-LEER-ARCHIVO.
005130     MOVE SPACES TO WS-ARCHIVO-PATH.
005140     STRING '../historia.' DELIMITED BY SIZE
005150            WS-PERIODO-BUSCA DELIMITED BY SIZE
005160            INTO WS-ARCHIVO-PATH.
005170     OPEN INPUT arc-archivo.
005180     IF arh-ok THEN
005190        add 1 to WS-CNT-ARCHIVOS
005200        MOVE 'N' TO WS-HIS-FIN
005210        PERFORM 2275-LEER-ARCHIVADA UNTIL WS-HIS-FIN = 'S'
005220        CLOSE arc-archivo
005230     ELSE
005240        IF NOT arh-no-archivo THEN
005250           display 'estado-arh: ' estado-arh ' ' WS-ARCHIVO-PATH
005260           PERFORM 3000-FINALISIMA
005270        END-IF
005280     END-IF.
005290     IF WS-MES-BUSCA = 1 THEN
005300        MOVE 12 TO WS-MES-BUSCA
005310        SUBTRACT 1 FROM WS-ANIO-BUSCA
005320     ELSE
005330        SUBTRACT 1 FROM WS-MES-BUSCA
005340     END-IF.
005350 2275-LEER-ARCHIVADA.
005360     READ arc-archivo INTO WS-HISTORIA
005370         AT END
005380             MOVE 'S' TO WS-HIS-FIN
005390         NOT AT END
005400             PERFORM 2280-LIBERAR-PAGO
005410     END-READ.
005420     IF NOT arh-ok AND estado-arh not = '10' then
005430        display 'estado-arh: ' estado-arh
005440        PERFORM 3000-FINALISIMA
005450     END-IF.
005460 2280-LIBERAR-PAGO.
005470     IF HIST-DETALLE AND hist-fecha < WS-FECHA-RUN THEN
005480        add 1 to WS-CNT-HISTORIA
005490        MOVE hist-identi TO sort-identi
005500        MOVE hist-fecha TO sort-fecha
005510        MOVE hist-sueldo TO sort-sueldo
005520        RELEASE sort-reg
005530     END-IF.
005540 2300-SALIDA SECTION.
005550 2310-RECIBIR.
005560     PERFORM 2410-LEER-ROSTER.
005570     MOVE 'N' TO WS-RET-FIN.
005580 2320-RECIBIR-UNO.
005590     RETURN arc-orden
005600         AT END
005610             MOVE 'S' TO WS-RET-FIN
005620         NOT AT END
005630             PERFORM 2340-TOMAR-PAGO
005640     END-RETURN.
005650     IF WS-RET-FIN NOT = 'S' THEN
005660        GO TO 2320-RECIBIR-UNO
005670     END-IF.
005680*
005690* Roster identis past the last one with history have none.
005700*
005710     PERFORM 2345-SIN-ANTERIOR UNTIL WS-ESC-FIN = 'S'.
005720     PERFORM 2390-TOTALES.
005730 2330-FIN-SALIDA.
005740     EXIT.
005750 2350-COMPARACION SECTION.
005760 2340-TOMAR-PAGO.
005770*
005780* Only the newest row of each identi is its last pay. The row
005790* of a hold still unpaid is passed over: it is what the roster
005800* asked for, not what was paid, and a repeat of the same wrong
005810* sueldo must not compare equal to it.
005820*
005830     IF WS-HAY-PREV = 'S' AND sort-identi = WS-PREV-IDENTI THEN
005840        EXIT PARAGRAPH
005850     END-IF.
005860     MOVE sort-identi TO WS-BUSCA-ID.
005870     MOVE sort-fecha TO WS-BUSCA-FECHA.
005880     PERFORM 2348-BUSCAR-PENDIENTE.
005890     IF WS-PENDIENTE = 'S' THEN
005900        add 1 to WS-CNT-SIN-PAGAR
005910        EXIT PARAGRAPH
005920     END-IF.
005930     MOVE 'S' TO WS-HAY-PREV.
005940     MOVE sort-identi TO WS-PREV-IDENTI.
005950     PERFORM 2345-SIN-ANTERIOR
005960        UNTIL WS-ESC-FIN = 'S' OR identi NOT < sort-identi.
005970     IF WS-ESC-FIN NOT = 'S' AND identi = sort-identi THEN
005980        MOVE sort-sueldo TO WS-ANTERIOR
005990        MOVE sort-fecha TO WS-FECHA-ANT
006000        PERFORM 2360-EVALUAR
006010        PERFORM 2410-LEER-ROSTER
006020     END-IF.
006030 2345-SIN-ANTERIOR.
006040     MOVE ZERO TO WS-ANTERIOR WS-FECHA-ANT.
006050     PERFORM 2360-EVALUAR.
006060     PERFORM 2410-LEER-ROSTER.
006070 2348-BUSCAR-PENDIENTE.
006080     MOVE 'N' TO WS-PENDIENTE.
006090     PERFORM 2349-COMPARAR-PENDIENTE
006100        VARYING WS-I FROM 1 BY 1
006110        UNTIL WS-I > WS-PEN-CNT OR WS-PENDIENTE = 'S'.
006120 2349-COMPARAR-PENDIENTE.
006130     IF WS-P-IDENTI(WS-I) = WS-BUSCA-ID AND
006140        WS-P-FECHA(WS-I) = WS-BUSCA-FECHA THEN
006150        MOVE 'S' TO WS-PENDIENTE
006160     END-IF.
006170 2360-EVALUAR.
006180*
006190* Zero days is held on its own: a dead clock pays the sanction
006200* rate whatever the last pay was. Otherwise the percentage is
006210* checked first, then the amount when one is configured.
006220*
006230     add 1 to WS-CNT-EMPLEADOS.
006240     MOVE SPACES TO WS-MOTIVO.
006250     MOVE ZERO TO WS-VAR-PCT.
006260     IF WS-ANTERIOR > ZERO THEN
006270        COMPUTE WS-DIFERENCIA = sueldo - WS-ANTERIOR
006280        IF WS-DIFERENCIA < ZERO THEN
006290           COMPUTE WS-DIF-ABS = ZERO - WS-DIFERENCIA
006300        ELSE
006310           MOVE WS-DIFERENCIA TO WS-DIF-ABS
006320        END-IF
006330        COMPUTE WS-VAR-PCT ROUNDED =
006340           WS-DIFERENCIA * 100 / WS-ANTERIOR
006350           ON SIZE ERROR
006360              MOVE 9999.99 TO WS-VAR-PCT
006370        END-COMPUTE
006380     END-IF.
006390     EVALUATE TRUE
006400         WHEN dias-asistidos = ZERO
006410             add 1 to WS-CNT-DIAS-CERO
006420             MOVE 'SIN DIAS ASISTIDOS' TO WS-MOTIVO
006430         WHEN WS-ANTERIOR = ZERO
006440             add 1 to WS-CNT-SIN-ANT
006450         WHEN WS-DIF-ABS * 100 > WS-PCT-MAX * WS-ANTERIOR
006460             add 1 to WS-CNT-POR-PCT
006470             MOVE 'SUPERA PORCENTAJE' TO WS-MOTIVO
006480         WHEN WS-IMPORTE-MAX > ZERO AND
006490              WS-DIF-ABS > WS-IMPORTE-MAX
006500             add 1 to WS-CNT-POR-IMPORTE
006510             MOVE 'SUPERA IMPORTE' TO WS-MOTIVO
006520     END-EVALUATE.
006530     IF WS-MOTIVO NOT = SPACES THEN
006540        PERFORM 2370-RETENER
006550     END-IF.
006560 2370-RETENER.
006570     add 1 to WS-CNT-MARCADOS.
006580     MOVE 'N' TO WS-LIBERADO.
006590     PERFORM 2380-BUSCAR-LIBERADO
006600        VARYING WS-I FROM 1 BY 1
006610        UNTIL WS-I > WS-LIB-CNT OR WS-LIBERADO = 'S'.
006620     MOVE identi TO RET-IDENTI.
006630     MOVE WS-FECHA-RUN TO RET-FECHA.
006640     MOVE sueldo TO RET-SUELDO.
006650     MOVE neto TO RET-NETO.
006660     MOVE WS-ANTERIOR TO RET-ANTERIOR.
006670     MOVE WS-FECHA-ANT TO RET-FECHA-ANT.
006680     MOVE dias-asistidos TO RET-DIAS.
006690     MOVE WS-MOTIVO TO RET-MOTIVO.
006700     IF WS-LIBERADO = 'S' THEN
006710        MOVE 'L' TO RET-ESTADO
006720        MOVE 'LIBERADO' TO LR-ESTADO
006730        add 1 to WS-CNT-LIBERADOS
006740     ELSE
006750        MOVE 'R' TO RET-ESTADO
006760        MOVE 'RETENIDO' TO LR-ESTADO
006770        add 1 to WS-CNT-RETENIDOS
006780        add neto to WS-IMP-RETENIDO
006790     END-IF.
006800     WRITE RETENIDO-REC.
006810     IF NOT ret-ok THEN
006820        display 'estado-ret: ' estado-ret
006830        PERFORM 3000-FINALISIMA
006840     END-IF.
006850     MOVE identi TO LR-IDENTI.
006860     MOVE apellido TO LR-APELLIDO.
006870     MOVE WS-ANTERIOR TO LR-ANTERIOR.
006880     MOVE sueldo TO LR-ACTUAL.
006890     MOVE WS-VAR-PCT TO LR-VAR-PCT.
006900     MOVE dias-asistidos TO LR-DIAS.
006910     MOVE WS-MOTIVO TO LR-MOTIVO.
006920     WRITE REPORTE-LINE FROM WS-LINEA-RETENIDO.
006930     IF NOT rep-ok THEN
006940        display 'estado-rep: ' estado-rep
006950        PERFORM 3000-FINALISIMA
006960     END-IF.
006970 2380-BUSCAR-LIBERADO.
006980     IF WS-L-IDENTI(WS-I) = identi AND
006990        WS-L-FECHA(WS-I) = WS-FECHA-RUN THEN
007000        MOVE 'S' TO WS-LIBERADO
007010     END-IF.
007020 2390-TOTALES.
007030     WRITE REPORTE-LINE FROM WS-LINEA-BLANCA.
007040     MOVE 'EMPLEADOS COMPARADOS' TO LT-TEXTO.
007050     MOVE WS-CNT-EMPLEADOS TO LT-VALOR.
007060     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007070     MOVE 'SIN PAGO ANTERIOR' TO LT-TEXTO.
007080     MOVE WS-CNT-SIN-ANT TO LT-VALOR.
007090     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007100     MOVE 'RETENIDOS' TO LT-TEXTO.
007110     MOVE WS-CNT-RETENIDOS TO LT-VALOR.
007120     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007130     MOVE 'NETO RETENIDO' TO LT-TEXTO.
007140     MOVE WS-IMP-RETENIDO TO LT-VALOR.
007150     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007160     MOVE 'YA LIBERADOS' TO LT-TEXTO.
007170     MOVE WS-CNT-LIBERADOS TO LT-VALOR.
007180     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007190     MOVE 'RETENCIONES SIN PAGAR OMITIDAS' TO LT-TEXTO.
007200     MOVE WS-CNT-SIN-PAGAR TO LT-VALOR.
007210     WRITE REPORTE-LINE FROM WS-LINEA-TOTAL.
007220 2410-LEER-ROSTER.
007230     READ arc-escritura
007240         AT END
007250             MOVE 'S' TO WS-ESC-FIN
007260     END-READ.
007270     IF NOT esc-ok AND estado-esc not = '10' then
007280        display 'estado-esc: ' estado-esc
007290        PERFORM 3000-FINALISIMA
007300     END-IF.
007310 3000-FINAL SECTION.
007320 3000-FINALISIMA.
007330     PERFORM 3010-REPORTE-TOTALES.
007340*
007350* RETURN-CODE for CADENA: 12 on a stop, 4 while an identi is on
007360* hold, so the chain log shows the run needs an operator.
007370*
007380     IF WS-RETORNO = ZERO AND WS-CNT-RETENIDOS > ZERO THEN
007390        MOVE 4 TO WS-RETORNO
007400     END-IF.
007410     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
007420     CLOSE arc-escritura arc-historia arc-archivo arc-liberados
007430           arc-retenidos arc-reporte arc-reemision.
007440     DISPLAY "parrafo final".
007450     DISPLAY "RETORNO: " WS-RETORNO.
007460     MOVE WS-RETORNO TO RETURN-CODE.
007470     STOP RUN.
007480 3010-REPORTE-TOTALES.
007490     DISPLAY "-----------------------------------------".
007500     DISPLAY "  RESUMEN DE VARIACIONES - VARIACION.CBL".
007510     DISPLAY "-----------------------------------------".
007520     DISPLAY "  EMPLEADOS         : " WS-CNT-EMPLEADOS.
007530     DISPLAY "  PAGOS EN HISTORIA : " WS-CNT-HISTORIA.
007540     DISPLAY "  ARCHIVOS LEIDOS   : " WS-CNT-ARCHIVOS.
007550     DISPLAY "  SIN PAGO ANTERIOR : " WS-CNT-SIN-ANT.
007560     DISPLAY "  MARCADOS          : " WS-CNT-MARCADOS.
007570     DISPLAY "    SIN DIAS        : " WS-CNT-DIAS-CERO.
007580     DISPLAY "    POR PORCENTAJE  : " WS-CNT-POR-PCT.
007590     DISPLAY "    POR IMPORTE     : " WS-CNT-POR-IMPORTE.
007600     DISPLAY "  RETENIDOS         : " WS-CNT-RETENIDOS.
007610     DISPLAY "  YA LIBERADOS      : " WS-CNT-LIBERADOS.
007620     DISPLAY "  RETENIDOS SIN PAGO: " WS-CNT-SIN-PAGAR.
007630     DISPLAY "  NETO RETENIDO     : " WS-IMP-RETENIDO.
007640     DISPLAY "-----------------------------------------".
007650** add other procedures here
007660 END PROGRAM VARIACION.
