000010******************************************************************
000020* Author:
000030* Date:
000040* Purpose: Bank acknowledgment reconciliation for banco.txt. The
000050*          bank answers each upload with banco_ack.txt: a header
000060*          with the sequence number of the file it received, one
000070*          detail per identi accepted ('A') or rejected ('R',
000080*          with a reason: CC closed account, CI invalid account,
000090*          NM name does not match the account holder) and a
000095*          trailer with the detail count. This program matches it
000100*          against the banco.txt that was sent, by sequence and
000110*          identi, and lists every payment as ACEPTADO, RECHAZADO,
000120*          SIN ACUSE (sent, never answered) or DESCONOCIDO
000130*          (answered, never sent) in concilia.txt with counts and
000140*          amounts per status. A rejected payment joins the
000150*          reissue queue banco_reemision.txt that the next BANCO
000160*          run pays once the account is fixed, and the master
000170*          account is marked as returned (EMP-CTA-ESTADO) through
000180*          a journaled cambio so it is not paid into again.
000200* Tectonics: cobc
000210*
000220* Modification History:
000230*   2026-10-15  BMD  New program. Both files are checked whole
000240*                    (header, counts, hash, identi order) before
000250*                    anything is touched, and banco_conc.txt keeps
000260*                    the last sequence reconciled so the same
000270*                    acknowledgment cannot queue its rejections
000280*                    twice once BANCO has paid them.
000282*   2026-10-15  BMD  Journal records gain JR-SOLICITANTE and
000284*                    JR-APROBADOR; the account marks this run
000286*                    sets are journaled as requested by
000288*                    CONCILIA with no approver.
000289*   2026-10-15  BMD  A repeated run replaces only its own
000290*                    CC/CI/NM rejections; the SO and RT items
000291*                    BANCO queued for the sequence are kept.
000292******************************************************************
000300 IDENTIFICATION DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 PROGRAM-ID. CONCILIA.
000330 ENVIRONMENT DIVISION.
000340*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000350 CONFIGURATION SECTION.
000360*-----------------------
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     select arc-enviado assign to DYNAMIC WS-ENVIADO-PATH
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS estado-env.
000420     select arc-acuse assign to DYNAMIC WS-ACUSE-PATH
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS estado-acu.
000450     select arc-empleados assign to '../empleados.dat'
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE IS DYNAMIC
000480     RECORD KEY IS EMP-ID
000490     FILE STATUS IS ESTADO-EMP.
000500     select arc-journal assign to '../emp_journal.txt'
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS ESTADO-JRN.
000530     select arc-reemision assign to '../banco_reemision.txt'
000540     ORGANIZATION IS LINE SEQUENTIAL
000550     FILE STATUS IS estado-ree.
000560     select arc-rechazos assign to '../concilia_ree.tmp'
000570     ORGANIZATION IS LINE SEQUENTIAL
000580     FILE STATUS IS estado-rch.
000590     select arc-reporte assign to '../concilia.txt'
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS estado-rep.
000620     select arc-control assign to '../banco_conc.txt'
000630     ORGANIZATION IS LINE SEQUENTIAL
000640     FILE STATUS IS estado-con.
000650     select arc-secuencia assign to '../banco_seq.txt'
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS estado-seq.
000680     select arc-orden assign to '../concilia_srt.tmp'.
000690*-----------------------
000700 DATA DIVISION.
000710*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000720 FILE SECTION.
000730 FD arc-enviado
000740 RECORDING MODE IS F.
000750 01 ENVIADO-REC.
000760     05 ENV-TIPO PIC X(1).
000770         88 ENV-ES-CABECERA VALUE 'H'.
000780         88 ENV-ES-DETALLE VALUE 'D'.
000790         88 ENV-ES-COLA VALUE 'T'.
000800     05 ENV-DATOS PIC X(25).
000810 01 ENV-CABECERA.
000820     05 FILLER PIC X(1).
000830     05 ENV-FECHA PIC 9(8).
000840     05 ENV-SECUENCIA PIC 9(6).
000850     05 FILLER PIC X(11).
000860 01 ENV-DETALLE.
000870     05 FILLER PIC X(1).
000880     05 ENV-IDENTI PIC 9(6).
000890     05 ENV-CUENTA PIC 9(10).
000900     05 ENV-IMPORTE PIC 9(9).
000910 01 ENV-COLA.
000920     05 FILLER PIC X(1).
000930     05 ENV-CUENTA-REG PIC 9(6).
000940     05 ENV-HASH PIC 9(13).
000950     05 FILLER PIC X(6).
000960 FD arc-acuse
000970 RECORDING MODE IS F.
000980 01 ACUSE-REC.
000990     05 ACU-TIPO PIC X(1).
001000         88 ACU-ES-CABECERA VALUE 'H'.
001010         88 ACU-ES-DETALLE VALUE 'D'.
001020         88 ACU-ES-COLA VALUE 'T'.
001030     05 ACU-DATOS PIC X(28).
001040 01 ACU-CABECERA.
001050     05 FILLER PIC X(1).
001060     05 ACU-FECHA PIC 9(8).
001070     05 ACU-SECUENCIA PIC 9(6).
001080     05 FILLER PIC X(14).
001090 01 ACU-DETALLE.
001100     05 FILLER PIC X(1).
001110     05 ACU-IDENTI PIC 9(6).
001120     05 ACU-CUENTA PIC 9(10).
001130     05 ACU-IMPORTE PIC 9(9).
001140     05 ACU-RESULTADO PIC X(1).
001150         88 ACU-ACEPTADO VALUE 'A'.
001160         88 ACU-RECHAZADO VALUE 'R'.
001170     05 ACU-MOTIVO PIC X(2).
001180         88 ACU-CTA-CERRADA VALUE 'CC'.
001190         88 ACU-CTA-INVALIDA VALUE 'CI'.
001200         88 ACU-NOMBRE-DISTINTO VALUE 'NM'.
001210 01 ACU-COLA.
001220     05 FILLER PIC X(1).
001230     05 ACU-CUENTA-REG PIC 9(6).
001240     05 FILLER PIC X(22).
001250 FD arc-empleados
001260 RECORDING MODE IS F.
001270 01 EMPLEADO-REC.
001280     05 EMP-ID PIC 9(6).
001290     05 EMP-NOM PIC X(20).
001300     05 EMP-APE PIC X(20).
001310     05 EMP-SUELDO PIC 9(7)V99.
001320     05 EMP-CUENTA PIC 9(10).
001330     05 EMP-CCOSTO PIC X(4).
001340     05 EMP-CTA-ESTADO PIC X(1).
001350         88 EMP-CTA-SOSPECHOSA VALUE 'S'.
001360 FD arc-journal
001370 RECORDING MODE IS F.
001380 01 JOURNAL-REC.
001390     05 JR-TIPO PIC X(1).
001400     05 JR-FECHA PIC 9(8).
001410     05 JR-HORA PIC 9(8).
001420     05 JR-ANTES PIC X(70).
001430     05 JR-DESPUES PIC X(70).
001433     05 JR-SOLICITANTE PIC X(8).
001436     05 JR-APROBADOR PIC X(8).
001440 FD arc-reemision
001450 RECORDING MODE IS F.
001460 01 REEMISION-REC.
001470     05 REE-IDENTI PIC 9(6).
001480     05 REE-CUENTA PIC 9(10).
001490     05 REE-IMPORTE PIC 9(9).
001500     05 REE-FECHA PIC 9(8).
001510     05 REE-SECUENCIA PIC 9(6).
001520     05 REE-MOTIVO PIC X(2).
001530 FD arc-rechazos
001540 RECORDING MODE IS F.
001550 01 RECHAZO-REC PIC X(41).
001560 FD arc-reporte
001570 RECORDING MODE IS F.
001580 01 REP-LINE PIC X(80).
001590 FD arc-control
001600 RECORDING MODE IS F.
001610 01 CON-REC.
001620     05 CON-SECUENCIA PIC 9(6).
001630 FD arc-secuencia
001640 RECORDING MODE IS F.
001650 01 SEQ-REC.
001660     05 SEQ-NUMERO PIC 9(6).
001670 SD arc-orden.
001680 01 sort-reg.
001690     05 sort-identi PIC 9(6).
001700     05 sort-resto PIC X(35).
001710*-----------------------
001720 WORKING-STORAGE SECTION.
001730 01 estado-env PIC X(2).
001740     88 env-ok value '00'.
001750     88 env-no-archivo value '35'.
001760 01 estado-acu PIC X(2).
001770     88 acu-ok value '00'.
001780     88 acu-no-archivo value '35'.
001790 01 ESTADO-EMP PIC X(2).
001800     88 EMP-OK VALUE '00'.
001810     88 EMP-NO-EXISTE VALUE '23'.
001820     88 EMP-NO-ARCHIVO VALUE '35'.
001830 01 ESTADO-JRN PIC X(2).
001840     88 JRN-OK VALUE '00'.
001850 01 estado-ree PIC X(2).
001860     88 ree-ok value '00'.
001870     88 ree-no-archivo value '35'.
001880 01 estado-rch PIC X(2).
001890     88 rch-ok value '00'.
001900 01 estado-rep PIC X(2).
001910     88 rep-ok value '00'.
001920 01 estado-con PIC X(2).
001930     88 con-ok value '00'.
001940 01 estado-seq PIC X(2).
001950     88 seq-ok value '00'.
001960 01 WS-ENVIADO-PATH PIC X(100).
001970 01 WS-ACUSE-PATH PIC X(100).
001980 01 WS-PARAM-CLAVE PIC X(20).
001990 01 WS-PARAM-VALOR PIC X(100).
002000 01 WS-PARAM-ESTADO PIC X(2).
002010 01 WS-JOB-NAME PIC X(20) VALUE 'CONCILIA'.
002020 01 WS-JOB-ESTADO PIC X(10) VALUE 'ERROR'.
002030 01 WS-JOB-INICIO PIC X(10) VALUE 'INICIO'.
002040 01 WS-FECHA-HOY PIC 9(8).
002050 01 WS-HORA-AHORA PIC 9(8).
002060 01 WS-KEY-ENV PIC 9(6).
002070 01 WS-KEY-ACU PIC 9(6).
002080 01 WS-KEY-ANTERIOR PIC 9(6).
002090 01 WS-FIN-AMBOS PIC X(1) VALUE 'N'.
002100 01 WS-FIN-ENV PIC X(1) VALUE 'N'.
002110 01 WS-FIN-ACU PIC X(1) VALUE 'N'.
002120 01 WS-FIN-ORDEN PIC X(1) VALUE 'N'.
002130 01 WS-HAY-COLA PIC X(1).
002140 01 WS-ARCHIVO-MALO PIC X(1).
002150 01 WS-REPETICION PIC X(1) VALUE 'N'.
002160 01 WS-ENV-FECHA PIC 9(8) VALUE ZERO.
002170 01 WS-ENV-SECUENCIA PIC 9(6) VALUE ZERO.
002180 01 WS-ACU-FECHA PIC 9(8) VALUE ZERO.
002190 01 WS-ULT-CONCILIADA PIC 9(6) VALUE ZERO.
002200 01 WS-ULT-EMITIDA PIC 9(6) VALUE ZERO.
002210 01 WS-CUENTA-DET PIC 9(6) VALUE ZERO.
002220 01 WS-HASH-DET PIC 9(13) VALUE ZERO.
002230 01 WS-IMAGEN-ANTES PIC X(70).
002240 01 WS-CONTADORES.
002250     05 WS-CNT-ENVIADOS    PIC 9(6) COMP VALUE ZERO.
002260     05 WS-CNT-ACUSADOS    PIC 9(6) COMP VALUE ZERO.
002270     05 WS-CNT-ACEPTADOS   PIC 9(6) COMP VALUE ZERO.
002280     05 WS-CNT-RECHAZADOS  PIC 9(6) COMP VALUE ZERO.
002290     05 WS-CNT-SIN-ACUSE   PIC 9(6) COMP VALUE ZERO.
002300     05 WS-CNT-DESCONOCIDO PIC 9(6) COMP VALUE ZERO.
002310     05 WS-CNT-DIFIEREN    PIC 9(6) COMP VALUE ZERO.
002320     05 WS-CNT-MARCADAS    PIC 9(6) COMP VALUE ZERO.
002330     05 WS-CNT-YA-MARCADAS PIC 9(6) COMP VALUE ZERO.
002340     05 WS-CNT-CAMBIADAS   PIC 9(6) COMP VALUE ZERO.
002350     05 WS-CNT-SIN-MAESTRO PIC 9(6) COMP VALUE ZERO.
002360     05 WS-CNT-ENCOLADOS   PIC 9(6) COMP VALUE ZERO.
002370     05 WS-CNT-EN-COLA     PIC 9(6) COMP VALUE ZERO.
002380     05 WS-CNT-REEMPLAZO   PIC 9(6) COMP VALUE ZERO.
002390 01 WS-IMPORTES.
002400     05 WS-IMP-ACEPTADOS   PIC 9(13) VALUE ZERO.
002410     05 WS-IMP-RECHAZADOS  PIC 9(13) VALUE ZERO.
002420     05 WS-IMP-SIN-ACUSE   PIC 9(13) VALUE ZERO.
002430     05 WS-IMP-DESCONOCIDO PIC 9(13) VALUE ZERO.
002440 01 WS-ENC1 PIC X(80) VALUE
002450    "CONCILIACION BANCARIA - CONCILIA.CBL".
002460 01 WS-ENC2.
002470     05 FILLER PIC X(11) VALUE 'SECUENCIA: '.
002480     05 LE-SECUENCIA PIC 9(6).
002490     05 FILLER PIC X(9) VALUE '  ENVIO: '.
002500     05 LE-FECHA-ENV PIC 9(8).
002510     05 FILLER PIC X(9) VALUE '  ACUSE: '.
002520     05 LE-FECHA-ACU PIC 9(8).
002530     05 FILLER PIC X(2) VALUE SPACES.
002540     05 LE-REPETICION PIC X(27).
002550 01 WS-ENC3 PIC X(80) VALUE ALL "-".
002560 01 WS-ENC4.
002570     05 FILLER PIC X(40) VALUE
002571        "  IDENTI CUENTA       IMPORTE RESULTADO".
002572     05 FILLER PIC X(40) VALUE
002573        " MOTIVO             NOTA".
002580 01 WS-ENC5 PIC X(80) VALUE
002590    "TOTALES POR RESULTADO               CANTIDAD      IMPORTE".
002600 01 WS-LINEA-BLANCA PIC X(80) VALUE SPACES.
002610 01 WS-LINEA-PARAM.
002620     05 FILLER PIC X(11) VALUE 'PARAMETRO: '.
002630     05 LPA-CLAVE PIC X(21).
002640     05 LPA-VALOR PIC X(48).
002650 01 WS-LINEA-DETALLE.
002660     05 FILLER PIC X(2) VALUE SPACES.
002670     05 LD-IDENTI PIC Z(5)9.
002680     05 FILLER PIC X(1) VALUE SPACE.
002690     05 LD-CUENTA PIC 9(10).
002700     05 FILLER PIC X(1) VALUE SPACE.
002710     05 LD-IMPORTE PIC Z(8)9.
002720     05 FILLER PIC X(1) VALUE SPACE.
002730     05 LD-RESULTADO PIC X(10).
002740     05 FILLER PIC X(1) VALUE SPACE.
002750     05 LD-MOTIVO PIC X(18).
002760     05 FILLER PIC X(1) VALUE SPACE.
002770     05 LD-NOTA PIC X(18).
002780     05 FILLER PIC X(2) VALUE SPACES.
002790 01 WS-LINEA-TOTAL.
002800     05 FILLER PIC X(2) VALUE SPACES.
002810     05 LT-TEXTO PIC X(32).
002820     05 LT-CANTIDAD PIC Z(5)9.
002830     05 FILLER PIC X(2) VALUE SPACES.
002840     05 LT-IMPORTE PIC Z(12)9.
002850     05 FILLER PIC X(25) VALUE SPACES.
002860*-----------------------
002870 PROCEDURE DIVISION.
002880*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
002890 MAIN-PROCEDURE.
002900**
002910* Balance-line match of the acknowledgment against the file sent,
002920* then the reissue queue and the reconciled sequence move forward.
002930**
002940     PERFORM 1000-COMIENZO
002950     PERFORM 2000-PROCESO UNTIL WS-FIN-AMBOS = 'S'
002960     PERFORM 2500-RENOVAR-COLA
002970     PERFORM 2600-ESCRIBIR-TOTALES
002980     PERFORM 2700-GRABAR-CONTROL
002990     MOVE 'FIN OK' TO WS-JOB-ESTADO
003000     PERFORM 3000-FINALISIMA
003010     STOP RUN.
003020 1000-COMIENZO.
003030     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-INICIO.
003040     MOVE 'CONCILIA_ENVIADO' TO WS-PARAM-CLAVE.
003050     PERFORM 1900-LEER-PARAMETRO.
003060     IF WS-PARAM-ESTADO = '00' THEN
003070        MOVE WS-PARAM-VALOR TO WS-ENVIADO-PATH
003080     ELSE
003090        MOVE '../banco.txt' TO WS-ENVIADO-PATH
003100     END-IF.
003110     MOVE 'CONCILIA_ACUSE' TO WS-PARAM-CLAVE.
003120     PERFORM 1900-LEER-PARAMETRO.
003130     IF WS-PARAM-ESTADO = '00' THEN
003140        MOVE WS-PARAM-VALOR TO WS-ACUSE-PATH
003150     ELSE
003160        MOVE '../banco_ack.txt' TO WS-ACUSE-PATH
003170     END-IF.
003180     DISPLAY 'PARAMETROS EFECTIVOS - CONCILIA'.
003190     DISPLAY '  CONCILIA_ENVIADO   : ' WS-ENVIADO-PATH.
003200     DISPLAY '  CONCILIA_ACUSE     : ' WS-ACUSE-PATH.
003210     PERFORM 1100-VERIFICAR-ENVIADO.
003220     PERFORM 1200-VERIFICAR-ACUSE.
003230     PERFORM 1300-VERIFICAR-CONTROL.
003240     PERFORM 1400-ABRIR-ARCHIVOS.
003250     PERFORM 2010-LEER-ENVIADO.
003260     PERFORM 2020-LEER-ACUSE.
003270 1100-VERIFICAR-ENVIADO.
003280*
003290* First pass over the file sent: header first, details in identi
003300* order, and a trailer whose count and hash match the details.
003310* A file BANCO did not finish is no basis for a reconciliation.
003320*
003330     OPEN INPUT arc-enviado.
003340     IF env-no-archivo THEN
003350        display 'NO EXISTE EL ARCHIVO ENVIADO: ' WS-ENVIADO-PATH
003360        PERFORM 3000-FINALISIMA
003370     END-IF.
003380     IF NOT env-ok THEN
003390        display 'estado-env: ' estado-env
003400        PERFORM 3000-FINALISIMA
003410     END-IF.
003420     MOVE 'N' TO WS-ARCHIVO-MALO.
003430     MOVE 'N' TO WS-HAY-COLA.
003440     MOVE ZERO TO WS-CUENTA-DET WS-HASH-DET WS-KEY-ANTERIOR.
003450     READ arc-enviado
003460         AT END
003470             MOVE 'S' TO WS-ARCHIVO-MALO
003480         NOT AT END
003490             IF ENV-ES-CABECERA THEN
003500                MOVE ENV-FECHA TO WS-ENV-FECHA
003510                MOVE ENV-SECUENCIA TO WS-ENV-SECUENCIA
003520             ELSE
003530                MOVE 'S' TO WS-ARCHIVO-MALO
003540             END-IF
003550     END-READ.
003560     MOVE 'N' TO WS-FIN-ENV.
003570     PERFORM 1110-CONTAR-ENVIADO
003580        UNTIL WS-FIN-ENV = 'S' OR WS-ARCHIVO-MALO = 'S'.
003590     CLOSE arc-enviado.
003600     IF WS-HAY-COLA NOT = 'S' THEN
003610        MOVE 'S' TO WS-ARCHIVO-MALO
003620     END-IF.
003630     IF WS-ARCHIVO-MALO = 'S' THEN
003640        display 'ARCHIVO ENVIADO INCOMPLETO O FUERA DE ORDEN: '
003650           WS-ENVIADO-PATH
003660        PERFORM 3000-FINALISIMA
003670     END-IF.
003680 1110-CONTAR-ENVIADO.
003690     READ arc-enviado
003700         AT END
003710             MOVE 'S' TO WS-FIN-ENV
003720     END-READ.
003730     IF NOT env-ok AND estado-env not = '10' then
003740        display 'estado-env: ' estado-env
003750        PERFORM 3000-FINALISIMA
003760     END-IF.
003770     IF WS-FIN-ENV = 'S' THEN
003780        EXIT PARAGRAPH
003790     END-IF.
003800     EVALUATE TRUE
003810         WHEN WS-HAY-COLA = 'S'
003820             MOVE 'S' TO WS-ARCHIVO-MALO
003830         WHEN ENV-ES-DETALLE
003840             IF ENV-IDENTI NOT > WS-KEY-ANTERIOR THEN
003850                MOVE 'S' TO WS-ARCHIVO-MALO
003860             END-IF
003870             MOVE ENV-IDENTI TO WS-KEY-ANTERIOR
003880             add 1 to WS-CUENTA-DET
003890             add ENV-IMPORTE to WS-HASH-DET
003900         WHEN ENV-ES-COLA
003910             MOVE 'S' TO WS-HAY-COLA
003920             IF ENV-CUENTA-REG NOT = WS-CUENTA-DET OR
003930                ENV-HASH NOT = WS-HASH-DET THEN
003940                MOVE 'S' TO WS-ARCHIVO-MALO
003950             END-IF
003960         WHEN OTHER
003970             MOVE 'S' TO WS-ARCHIVO-MALO
003980     END-EVALUATE.
003990 1200-VERIFICAR-ACUSE.
004000*
004010* The acknowledgment must answer this very file (same sequence
004020* number in its header), keep identi order and close with a
004030* trailer counting its details; every detail says A or R.
004040*
004050     OPEN INPUT arc-acuse.
004060     IF acu-no-archivo THEN
004070        display 'NO EXISTE EL ACUSE DEL BANCO: ' WS-ACUSE-PATH
004080        PERFORM 3000-FINALISIMA
004090     END-IF.
004100     IF NOT acu-ok THEN
004110        display 'estado-acu: ' estado-acu
004120        PERFORM 3000-FINALISIMA
004130     END-IF.
004140     MOVE 'N' TO WS-ARCHIVO-MALO.
004150     MOVE 'N' TO WS-HAY-COLA.
004160     MOVE ZERO TO WS-CUENTA-DET WS-KEY-ANTERIOR.
004170     READ arc-acuse
004180         AT END
004190             MOVE 'S' TO WS-ARCHIVO-MALO
004200         NOT AT END
004210             IF ACU-ES-CABECERA THEN
004220                MOVE ACU-FECHA TO WS-ACU-FECHA
004230             ELSE
004240                MOVE 'S' TO WS-ARCHIVO-MALO
004250             END-IF
004260     END-READ.
004270     IF WS-ARCHIVO-MALO NOT = 'S' AND
004280        ACU-SECUENCIA NOT = WS-ENV-SECUENCIA THEN
004290        display 'EL ACUSE ES DE LA SECUENCIA ' ACU-SECUENCIA
004300           ' Y EL ENVIADO DE LA ' WS-ENV-SECUENCIA
004310        CLOSE arc-acuse
004320        PERFORM 3000-FINALISIMA
004330     END-IF.
004340     MOVE 'N' TO WS-FIN-ACU.
004350     PERFORM 1210-CONTAR-ACUSE
004360        UNTIL WS-FIN-ACU = 'S' OR WS-ARCHIVO-MALO = 'S'.
004370     CLOSE arc-acuse.
004380     IF WS-HAY-COLA NOT = 'S' THEN
004390        MOVE 'S' TO WS-ARCHIVO-MALO
004400     END-IF.
004410     IF WS-ARCHIVO-MALO = 'S' THEN
004420        display 'ACUSE INCOMPLETO O FUERA DE ORDEN: '
004425           WS-ACUSE-PATH
004430        PERFORM 3000-FINALISIMA
004440     END-IF.
004450 1210-CONTAR-ACUSE.
004460     READ arc-acuse
004470         AT END
004480             MOVE 'S' TO WS-FIN-ACU
004490     END-READ.
004500     IF NOT acu-ok AND estado-acu not = '10' then
004510        display 'estado-acu: ' estado-acu
004520        PERFORM 3000-FINALISIMA
004530     END-IF.
004540     IF WS-FIN-ACU = 'S' THEN
004550        EXIT PARAGRAPH
004560     END-IF.
004570     EVALUATE TRUE
004580         WHEN WS-HAY-COLA = 'S'
004590             MOVE 'S' TO WS-ARCHIVO-MALO
004600         WHEN ACU-ES-DETALLE
004610             IF ACU-IDENTI NOT > WS-KEY-ANTERIOR OR
004620                (NOT ACU-ACEPTADO AND NOT ACU-RECHAZADO) THEN
004630                MOVE 'S' TO WS-ARCHIVO-MALO
004640             END-IF
004650             MOVE ACU-IDENTI TO WS-KEY-ANTERIOR
004660             add 1 to WS-CUENTA-DET
004670         WHEN ACU-ES-COLA
004680             MOVE 'S' TO WS-HAY-COLA
004690             IF ACU-CUENTA-REG NOT = WS-CUENTA-DET THEN
004700                MOVE 'S' TO WS-ARCHIVO-MALO
004710             END-IF
004720         WHEN OTHER
004730             MOVE 'S' TO WS-ARCHIVO-MALO
004740     END-EVALUATE.
004750 1300-VERIFICAR-CONTROL.
004760*
004770* banco_conc.txt holds the last sequence reconciled. A newer one
004780* is a normal run. The same one again is only allowed while it is
004790* still the last file BANCO emitted: once a later BANCO run has
004800* paid its rejections out of the queue, queuing them a second
004810* time would pay them twice.
004820*
004830     MOVE ZERO TO WS-ULT-CONCILIADA WS-ULT-EMITIDA.
004840     OPEN INPUT arc-control.
004850     IF con-ok THEN
004860        READ arc-control
004870            NOT AT END
004880                MOVE CON-SECUENCIA TO WS-ULT-CONCILIADA
004890        END-READ
004900        CLOSE arc-control
004910     END-IF.
004920     OPEN INPUT arc-secuencia.
004930     IF seq-ok THEN
004940        READ arc-secuencia
004950            NOT AT END
004960                MOVE SEQ-NUMERO TO WS-ULT-EMITIDA
004970        END-READ
004980        CLOSE arc-secuencia
004990     END-IF.
005000     EVALUATE TRUE
005010         WHEN WS-ENV-SECUENCIA > WS-ULT-CONCILIADA
005020             CONTINUE
005030         WHEN WS-ENV-SECUENCIA = WS-ULT-CONCILIADA AND
005040              WS-ENV-SECUENCIA = WS-ULT-EMITIDA
005050             MOVE 'S' TO WS-REPETICION
005060             DISPLAY 'REPITE LA CONCILIACION DE LA SECUENCIA: '
005070                WS-ENV-SECUENCIA
005080         WHEN OTHER
005090             display 'ACUSE YA CONCILIADO - SECUENCIA: '
005100                WS-ENV-SECUENCIA ' ULTIMA CONCILIADA: '
005110                WS-ULT-CONCILIADA
005120             PERFORM 3000-FINALISIMA
005130     END-EVALUATE.
005140 1400-ABRIR-ARCHIVOS.
005150     OPEN INPUT arc-enviado arc-acuse.
005160     IF NOT env-ok OR NOT acu-ok THEN
005170        display 'estado-env: ' estado-env
005180        display 'estado-acu: ' estado-acu
005190        PERFORM 3000-FINALISIMA
005200     END-IF.
005210     OPEN I-O arc-empleados.
005220     IF EMP-NO-ARCHIVO THEN
005230        display 'NO EXISTE EL MAESTRO DE EMPLEADOS'
005240        PERFORM 3000-FINALISIMA
005250     END-IF.
005260     IF NOT EMP-OK THEN
005270        display 'ESTADO-EMP: ' ESTADO-EMP
005280        PERFORM 3000-FINALISIMA
005290     END-IF.
005300     OPEN EXTEND arc-journal.
005310     IF NOT JRN-OK THEN
005320        OPEN OUTPUT arc-journal
005330     END-IF.
005340     IF NOT JRN-OK THEN
005350        display 'ESTADO-JRN: ' ESTADO-JRN
005360        PERFORM 3000-FINALISIMA
005370     END-IF.
005380     OPEN OUTPUT arc-reporte arc-rechazos.
005390     IF NOT rep-ok OR NOT rch-ok THEN
005400        display 'estado-rep: ' estado-rep
005410        display 'estado-rch: ' estado-rch
005420        PERFORM 3000-FINALISIMA
005430     END-IF.
005440     WRITE REP-LINE FROM WS-ENC1.
005450     MOVE 'CONCILIA_ENVIADO' TO LPA-CLAVE.
005460     MOVE WS-ENVIADO-PATH TO LPA-VALOR.
005470     WRITE REP-LINE FROM WS-LINEA-PARAM.
005480     MOVE 'CONCILIA_ACUSE' TO LPA-CLAVE.
005490     MOVE WS-ACUSE-PATH TO LPA-VALOR.
005500     WRITE REP-LINE FROM WS-LINEA-PARAM.
005510     MOVE WS-ENV-SECUENCIA TO LE-SECUENCIA.
005520     MOVE WS-ENV-FECHA TO LE-FECHA-ENV.
005530     MOVE WS-ACU-FECHA TO LE-FECHA-ACU.
005540     IF WS-REPETICION = 'S' THEN
005550        MOVE '(CONCILIACION REPETIDA)' TO LE-REPETICION
005560     ELSE
005570        MOVE SPACES TO LE-REPETICION
005580     END-IF.
005590     WRITE REP-LINE FROM WS-ENC2.
005600     WRITE REP-LINE FROM WS-ENC3.
005610     WRITE REP-LINE FROM WS-ENC4.
005620     IF NOT rep-ok THEN
005630        display 'estado-rep: ' estado-rep
005640        PERFORM 3000-FINALISIMA
005650     END-IF.
005660*
005670* Both files were already read once; the header records are
005680* skipped here and the match starts at the first detail.
005690*
005700     READ arc-enviado.
005710     READ arc-acuse.
005720 1900-LEER-PARAMETRO.
005730     CALL 'PARAMETRO' USING WS-PARAM-CLAVE WS-PARAM-VALOR
005740        WS-PARAM-ESTADO.
005750     IF WS-PARAM-ESTADO = '99' THEN
005760        DISPLAY 'ARCHIVO DE PARAMETROS INVALIDO'
005770        PERFORM 3000-FINALISIMA
005780     END-IF.
005790 2000-PROCESO.
005800     EVALUATE TRUE
005810         WHEN WS-FIN-ENV = 'S' AND WS-FIN-ACU = 'S'
005820             MOVE 'S' TO WS-FIN-AMBOS
005830         WHEN WS-KEY-ENV < WS-KEY-ACU
005840             PERFORM 2100-SIN-ACUSE
005850             PERFORM 2010-LEER-ENVIADO
005860         WHEN WS-KEY-ACU < WS-KEY-ENV
005870             PERFORM 2200-DESCONOCIDO
005880             PERFORM 2020-LEER-ACUSE
005890         WHEN OTHER
005900             PERFORM 2300-CONCILIAR
005910             PERFORM 2010-LEER-ENVIADO
005920             PERFORM 2020-LEER-ACUSE
005930     END-EVALUATE.
005940 2010-LEER-ENVIADO.
005950     READ arc-enviado
005960         AT END
005970             MOVE 'S' TO WS-FIN-ENV
005980     END-READ.
005990     IF NOT env-ok AND estado-env not = '10' then
006000        display 'estado-env: ' estado-env
006010        PERFORM 3000-FINALISIMA
006020     END-IF.
006030     IF WS-FIN-ENV = 'N' AND ENV-ES-DETALLE THEN
006040        add 1 to WS-CNT-ENVIADOS
006050        MOVE ENV-IDENTI TO WS-KEY-ENV
006060     ELSE
006070        MOVE 'S' TO WS-FIN-ENV
006080        MOVE HIGH-VALUE TO WS-KEY-ENV
006090     END-IF.
006100 2020-LEER-ACUSE.
006110     READ arc-acuse
006120         AT END
006130             MOVE 'S' TO WS-FIN-ACU
006140     END-READ.
006150     IF NOT acu-ok AND estado-acu not = '10' then
006160        display 'estado-acu: ' estado-acu
006170        PERFORM 3000-FINALISIMA
006180     END-IF.
006190     IF WS-FIN-ACU = 'N' AND ACU-ES-DETALLE THEN
006200        add 1 to WS-CNT-ACUSADOS
006210        MOVE ACU-IDENTI TO WS-KEY-ACU
006220     ELSE
006230        MOVE 'S' TO WS-FIN-ACU
006240        MOVE HIGH-VALUE TO WS-KEY-ACU
006250     END-IF.
006260 2100-SIN-ACUSE.
006270*
006280* Sent and never answered: the bank may still pay it, so it is
006290* only reported for the operator to chase, not queued.
006300*
006310     add 1 to WS-CNT-SIN-ACUSE.
006320     add ENV-IMPORTE to WS-IMP-SIN-ACUSE.
006330     MOVE ENV-IDENTI TO LD-IDENTI.
006340     MOVE ENV-CUENTA TO LD-CUENTA.
006350     MOVE ENV-IMPORTE TO LD-IMPORTE.
006360     MOVE 'SIN ACUSE' TO LD-RESULTADO.
006370     MOVE SPACES TO LD-MOTIVO LD-NOTA.
006380     PERFORM 2400-GRABAR-LINEA.
006390 2200-DESCONOCIDO.
006400     add 1 to WS-CNT-DESCONOCIDO.
006410     add ACU-IMPORTE to WS-IMP-DESCONOCIDO.
006420     MOVE ACU-IDENTI TO LD-IDENTI.
006430     MOVE ACU-CUENTA TO LD-CUENTA.
006440     MOVE ACU-IMPORTE TO LD-IMPORTE.
006450     MOVE 'DESCONOC.' TO LD-RESULTADO.
006460     PERFORM 2330-TEXTO-MOTIVO.
006470     MOVE 'NO FUE ENVIADO' TO LD-NOTA.
006480     PERFORM 2400-GRABAR-LINEA.
006490 2300-CONCILIAR.
006500     MOVE ENV-IDENTI TO LD-IDENTI.
006510     MOVE ENV-CUENTA TO LD-CUENTA.
006520     MOVE ENV-IMPORTE TO LD-IMPORTE.
006530     MOVE SPACES TO LD-MOTIVO LD-NOTA.
006540     IF ACU-IMPORTE NOT = ENV-IMPORTE OR
006550        ACU-CUENTA NOT = ENV-CUENTA THEN
006560        add 1 to WS-CNT-DIFIEREN
006570        MOVE 'BANCO INFORMA OTRO' TO LD-NOTA
006580     END-IF.
006590     IF ACU-ACEPTADO THEN
006600        add 1 to WS-CNT-ACEPTADOS
006610        add ENV-IMPORTE to WS-IMP-ACEPTADOS
006620        MOVE 'ACEPTADO' TO LD-RESULTADO
006630     ELSE
006640        add 1 to WS-CNT-RECHAZADOS
006650        add ENV-IMPORTE to WS-IMP-RECHAZADOS
006660        MOVE 'RECHAZADO' TO LD-RESULTADO
006670        PERFORM 2330-TEXTO-MOTIVO
006680        PERFORM 2310-ENCOLAR-RECHAZO
006690        PERFORM 2320-MARCAR-CUENTA
006700     END-IF.
006710     PERFORM 2400-GRABAR-LINEA.
006720 2310-ENCOLAR-RECHAZO.
006730*
006740* What was sent goes back on the queue as it was sent: the dead
006750* account, the amount, the file date and sequence, the reason.
006760*
006770     MOVE ENV-IDENTI TO REE-IDENTI.
006780     MOVE ENV-CUENTA TO REE-CUENTA.
006790     MOVE ENV-IMPORTE TO REE-IMPORTE.
006800     MOVE WS-ENV-FECHA TO REE-FECHA.
006810     MOVE WS-ENV-SECUENCIA TO REE-SECUENCIA.
006820     MOVE ACU-MOTIVO TO REE-MOTIVO.
006830     WRITE RECHAZO-REC FROM REEMISION-REC.
006840     IF NOT rch-ok THEN
006850        display 'estado-rch: ' estado-rch
006860        PERFORM 3000-FINALISIMA
006870     END-IF.
006880     add 1 to WS-CNT-ENCOLADOS.
006890 2320-MARCAR-CUENTA.
006900*
006910* The mark goes on only while the master still holds the account
006920* the bank returned; if SUMA has already changed it, the fix is in
006930* and the next BANCO pays the queued item into the new one. The
006940* change is journaled as a cambio so RESTAURA reproduces it.
006950*
006960     MOVE ENV-IDENTI TO EMP-ID.
006970     READ arc-empleados
006980         INVALID KEY
006990             CONTINUE
007000     END-READ.
007010     EVALUATE TRUE
007020         WHEN EMP-NO-EXISTE
007030             add 1 to WS-CNT-SIN-MAESTRO
007040             MOVE 'SIN MAESTRO' TO LD-NOTA
007050         WHEN NOT EMP-OK
007060             display 'ESTADO-EMP: ' ESTADO-EMP
007070             PERFORM 3000-FINALISIMA
007080         WHEN EMP-CUENTA NOT = ENV-CUENTA
007090             add 1 to WS-CNT-CAMBIADAS
007100             MOVE 'CUENTA YA CAMBIADA' TO LD-NOTA
007110         WHEN EMP-CTA-SOSPECHOSA
007120             add 1 to WS-CNT-YA-MARCADAS
007130             MOVE 'YA MARCADA' TO LD-NOTA
007140         WHEN OTHER
007150             MOVE EMPLEADO-REC TO WS-IMAGEN-ANTES
007160             MOVE 'S' TO EMP-CTA-ESTADO
007170             REWRITE EMPLEADO-REC
007180             IF NOT EMP-OK THEN
007190                display 'ESTADO-EMP: ' ESTADO-EMP
007200                PERFORM 3000-FINALISIMA
007210             END-IF
007220             PERFORM 2340-GRABAR-JOURNAL
007230             add 1 to WS-CNT-MARCADAS
007240             MOVE 'CUENTA MARCADA' TO LD-NOTA
007250     END-EVALUATE.
007260 2330-TEXTO-MOTIVO.
007270     EVALUATE TRUE
007280         WHEN ACU-ACEPTADO
007290             MOVE SPACES TO LD-MOTIVO
007300         WHEN ACU-CTA-CERRADA
007310             MOVE 'CUENTA CERRADA' TO LD-MOTIVO
007320         WHEN ACU-CTA-INVALIDA
007330             MOVE 'CUENTA INVALIDA' TO LD-MOTIVO
007340         WHEN ACU-NOMBRE-DISTINTO
007350             MOVE 'NOMBRE NO COINCIDE' TO LD-MOTIVO
007360         WHEN OTHER
007370             MOVE SPACES TO LD-MOTIVO
007380             STRING 'MOTIVO ' ACU-MOTIVO DELIMITED BY SIZE
007390                INTO LD-MOTIVO
007400     END-EVALUATE.
007410 2340-GRABAR-JOURNAL.
007420     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
007430     ACCEPT WS-HORA-AHORA FROM TIME.
007440     MOVE 'C' TO JR-TIPO.
007450     MOVE WS-FECHA-HOY TO JR-FECHA.
007460     MOVE WS-HORA-AHORA TO JR-HORA.
007470     MOVE WS-IMAGEN-ANTES TO JR-ANTES.
007480     MOVE EMPLEADO-REC TO JR-DESPUES.
007483     MOVE 'CONCILIA' TO JR-SOLICITANTE.
007486     MOVE SPACES TO JR-APROBADOR.
007490     WRITE JOURNAL-REC.
007500     IF NOT JRN-OK THEN
007510        display 'ESTADO-JRN: ' ESTADO-JRN
007520        PERFORM 3000-FINALISIMA
007530     END-IF.
007540 2400-GRABAR-LINEA.
007550     WRITE REP-LINE FROM WS-LINEA-DETALLE.
007560     IF NOT rep-ok THEN
007570        display 'estado-rep: ' estado-rep
007580        PERFORM 3000-FINALISIMA
007590     END-IF.
007600 2500-RENOVAR-COLA.
007610*
007620* The queue stays in identi order for BANCO's co-read: what was
007630* already waiting and today's rejections sort together into a new
007640* banco_reemision.txt. On a repeated reconciliation the items this
007650* same acknowledgment queued the first time are left out, so they
007660* are not queued twice; BANCO's own held items stay.
007670*
007680     CLOSE arc-rechazos.
007690     SORT arc-orden ON ASCENDING KEY sort-identi
007700        INPUT PROCEDURE IS 4000-ENTRADA
007710        OUTPUT PROCEDURE IS 4100-SALIDA.
007720 2600-ESCRIBIR-TOTALES.
007730     WRITE REP-LINE FROM WS-LINEA-BLANCA.
007740     WRITE REP-LINE FROM WS-ENC5.
007750     WRITE REP-LINE FROM WS-ENC3.
007760     MOVE 'ACEPTADOS' TO LT-TEXTO.
007770     MOVE WS-CNT-ACEPTADOS TO LT-CANTIDAD.
007780     MOVE WS-IMP-ACEPTADOS TO LT-IMPORTE.
007790     WRITE REP-LINE FROM WS-LINEA-TOTAL.
007800     MOVE 'RECHAZADOS' TO LT-TEXTO.
007810     MOVE WS-CNT-RECHAZADOS TO LT-CANTIDAD.
007820     MOVE WS-IMP-RECHAZADOS TO LT-IMPORTE.
007830     WRITE REP-LINE FROM WS-LINEA-TOTAL.
007840     MOVE 'SIN ACUSE' TO LT-TEXTO.
007850     MOVE WS-CNT-SIN-ACUSE TO LT-CANTIDAD.
007860     MOVE WS-IMP-SIN-ACUSE TO LT-IMPORTE.
007870     WRITE REP-LINE FROM WS-LINEA-TOTAL.
007880     MOVE 'DESCONOCIDOS' TO LT-TEXTO.
007890     MOVE WS-CNT-DESCONOCIDO TO LT-CANTIDAD.
007900     MOVE WS-IMP-DESCONOCIDO TO LT-IMPORTE.
007910     WRITE REP-LINE FROM WS-LINEA-TOTAL.
007920     WRITE REP-LINE FROM WS-LINEA-BLANCA.
007930     MOVE ZERO TO LT-IMPORTE.
007940     MOVE 'CUENTAS MARCADAS' TO LT-TEXTO.
007950     MOVE WS-CNT-MARCADAS TO LT-CANTIDAD.
007960     WRITE REP-LINE FROM WS-LINEA-TOTAL.
007970     MOVE 'ENCOLADOS PARA REEMISION' TO LT-TEXTO.
007980     MOVE WS-CNT-ENCOLADOS TO LT-CANTIDAD.
007990     WRITE REP-LINE FROM WS-LINEA-TOTAL.
008000     MOVE 'TOTAL EN COLA DE REEMISION' TO LT-TEXTO.
008010     MOVE WS-CNT-EN-COLA TO LT-CANTIDAD.
008020     WRITE REP-LINE FROM WS-LINEA-TOTAL.
008030     MOVE 'DATOS DEL BANCO DIFERENTES' TO LT-TEXTO.
008040     MOVE WS-CNT-DIFIEREN TO LT-CANTIDAD.
008050     WRITE REP-LINE FROM WS-LINEA-TOTAL.
008060     IF NOT rep-ok THEN
008070        display 'estado-rep: ' estado-rep
008080        PERFORM 3000-FINALISIMA
008090     END-IF.
008100 2700-GRABAR-CONTROL.
008110     MOVE WS-ENV-SECUENCIA TO CON-SECUENCIA.
008120     OPEN OUTPUT arc-control.
008130     WRITE CON-REC.
008140     IF NOT con-ok THEN
008150        display 'estado-con: ' estado-con
008160        PERFORM 3000-FINALISIMA
008170     END-IF.
008180     CLOSE arc-control.
008190 3000-FINALISIMA.
008200     PERFORM 3010-REPORTE-TOTALES.
008210     CALL 'MI_PROGRAMA01' USING WS-JOB-NAME WS-JOB-ESTADO.
008220     CLOSE arc-enviado arc-acuse arc-empleados arc-journal
008230        arc-reporte arc-rechazos.
008240     DISPLAY "parrafo final".
008250     STOP RUN.
008260 3010-REPORTE-TOTALES.
008270     DISPLAY "-----------------------------------------".
008280     DISPLAY "  RESUMEN DE CONCILIACION - CONCILIA.CBL".
008290     DISPLAY "-----------------------------------------".
008300     DISPLAY "  SECUENCIA        : " WS-ENV-SECUENCIA.
008310     DISPLAY "  ENVIADOS         : " WS-CNT-ENVIADOS.
008320     DISPLAY "  ACUSADOS         : " WS-CNT-ACUSADOS.
008330     DISPLAY "  ACEPTADOS        : " WS-CNT-ACEPTADOS.
008340     DISPLAY "  RECHAZADOS       : " WS-CNT-RECHAZADOS.
008350     DISPLAY "  SIN ACUSE        : " WS-CNT-SIN-ACUSE.
008360     DISPLAY "  DESCONOCIDOS     : " WS-CNT-DESCONOCIDO.
008370     DISPLAY "  CUENTAS MARCADAS : " WS-CNT-MARCADAS.
008380     DISPLAY "  YA MARCADAS      : " WS-CNT-YA-MARCADAS.
008390     DISPLAY "  YA CAMBIADAS     : " WS-CNT-CAMBIADAS.
008400     DISPLAY "  SIN MAESTRO      : " WS-CNT-SIN-MAESTRO.
008410     DISPLAY "  ENCOLADOS        : " WS-CNT-ENCOLADOS.
008420     DISPLAY "  REEMPLAZADOS     : " WS-CNT-REEMPLAZO.
008430     DISPLAY "  EN COLA          : " WS-CNT-EN-COLA.
008440     DISPLAY "-----------------------------------------".
008450 4000-ENTRADA SECTION.
008460 4010-LIBERAR-COLA.
008470*
008480* Whatever already waits in the queue, except this sequence's
008490* own earlier rejections on a repeated run. Held and
008495* left-over items BANCO queued for the sequence stay.
008500*
008510     OPEN INPUT arc-reemision.
008520     IF ree-no-archivo THEN
008530        GO TO 4030-LIBERAR-RECHAZOS
008540     END-IF.
008550     IF NOT ree-ok THEN
008560        display 'estado-ree: ' estado-ree
008570        PERFORM 3000-FINALISIMA
008580     END-IF.
008590 4020-LIBERAR-UNO.
008600     READ arc-reemision
008610         AT END
008620             CLOSE arc-reemision
008630             GO TO 4030-LIBERAR-RECHAZOS
008640     END-READ.
008650     IF WS-REPETICION = 'S' AND
008660        REE-SECUENCIA = WS-ENV-SECUENCIA AND
008670        (REE-MOTIVO = 'CC' OR 'CI' OR 'NM') THEN
008680        add 1 to WS-CNT-REEMPLAZO
008690     ELSE
008700        RELEASE sort-reg FROM REEMISION-REC
008710     END-IF.
008720     GO TO 4020-LIBERAR-UNO.
008730 4030-LIBERAR-RECHAZOS.
008740     OPEN INPUT arc-rechazos.
008750     IF NOT rch-ok THEN
008760        display 'estado-rch: ' estado-rch
008770        PERFORM 3000-FINALISIMA
008780     END-IF.
008790 4040-LIBERAR-RECHAZO.
008800     READ arc-rechazos
008810         AT END
008820             CLOSE arc-rechazos
008830             GO TO 4050-FIN-ENTRADA
008840     END-READ.
008850     RELEASE sort-reg FROM RECHAZO-REC.
008860     GO TO 4040-LIBERAR-RECHAZO.
008870 4050-FIN-ENTRADA.
008880     EXIT.
008890 4100-SALIDA SECTION.
008900 4110-ABRIR-COLA.
008910     OPEN OUTPUT arc-reemision.
008920     IF NOT ree-ok THEN
008930        display 'estado-ree: ' estado-ree
008940        PERFORM 3000-FINALISIMA
008950     END-IF.
008960 4120-RECIBIR-UNO.
008970     RETURN arc-orden
008980         AT END
008990             MOVE 'S' TO WS-FIN-ORDEN
009000         NOT AT END
009010             WRITE REEMISION-REC FROM sort-reg
009020             add 1 to WS-CNT-EN-COLA
009030     END-RETURN.
009040     IF WS-FIN-ORDEN NOT = 'S' THEN
009050        IF NOT ree-ok THEN
009060           display 'estado-ree: ' estado-ree
009070           PERFORM 3000-FINALISIMA
009080        END-IF
009090        GO TO 4120-RECIBIR-UNO
009100     END-IF.
009110     CLOSE arc-reemision.
009120 4130-FIN-SALIDA.
009130     EXIT.
009140** add other procedures here
009150 END PROGRAM CONCILIA.
