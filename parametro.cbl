000254*   2026-09-02  BMD  Added BITACORA_RETEN and
000255*                    BITACORA_UMBRAL_PCT for the runlog
000256*                    rotation and the morning alert.
000257*   2026-10-15  BMD  Added CONCILIA_ENVIADO and CONCILIA_ACUSE
000258*                    for the bank acknowledgment
000259*                    reconciliation.
000260*   2026-10-15  BMD  ARCHIVOS_DIAS_LAB is superseded by the
000261*                    working-day calendar (CALENDARIO); the
000262*                    clave stays defined so files that still
000263*                    carry it load.
000264*   2026-10-15  BMD  Added FICHADA_JORNADA_HS (standard shift,
000265*                    1-24 hours), ARCHIVOS_EXTRA_PCT and
000266*                    ARCHIVOS_FERIADO_PCT (overtime and
000267*                    holiday/weekend premium rates, 100-500
000268*                    percent of the hourly base).
000269*   2026-10-15  BMD  Added LICENCIA_DIAS_ANUALES (vacation days
000270*                    per year for identis with no entry in
000271*                    vacaciones.txt, 1-60).
000272*   2026-10-15  BMD  Added FINIQUITO_DIAS (how far back
000273*                    FINIQUITO looks for bajas in
000274*                    emp_journal.txt, 1-366).
000275*   2026-10-15  BMD  Added VARIACION_PCT (percent move of
000276*                    sueldo against the last paid one that puts
000277*                    an identi on hold, 1-999) and
000278*                    VARIACION_IMPORTE (same for an absolute
000279*                    amount, zero = not checked).
000280*   2026-10-15  BMD  Added SUMA_SUELDO_PCT (percent change of
000281*                    EMP-SUELDO above which a cambio waits for
000282*                    a second user's approval, 0-999, zero =
000283*                    every change) and SUMA_APROB_DIAS (days a
000284*                    pending change waits before it expires,
000285*                    1-366).
000286*   2026-10-15  BMD  Added PRESUPUESTO_PERIODO (month AAAAMM
000287*                    the budget report closes on, zero = the
000288*                    month before the run).
000289*   2026-10-15  BMD  Added AUDITORIA_PERIODO (month AAAAMM the
000290*                    access audit covers, zero = the month
000291*                    before the run), AUDITORIA_MAX_DIA
000292*                    (lookups by one operator in one day above
000293*                    which the day is flagged, 1-9999) and
000294*                    AUDITORIA_HORA_DESDE /
000295*                    AUDITORIA_HORA_HASTA (office hours HHMM,
000296*                    0-2400).
000297*   2026-10-15  BMD  Added MUESTRA_DIRECTORIO (directory the
000298*                    anonymized test extract is written to),
000299*                    MUESTRA_CLAVE (seed of the name, account
000300*                    and sueldo scrambling, 0-9999999) and
000301*                    MUESTRA_SUELDO_PCT (largest change applied
000302*                    to a sueldo, 0-50 percent).
000303******************************************************************
000304 IDENTIFICATION DIVISION.
000305*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000306 PROGRAM-ID. PARAMETRO.
000307 ENVIRONMENT DIVISION.
000310*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
000320 CONFIGURATION SECTION.
000330*-----------------------
002460     MOVE ZERO TO WS-DEF-MIN.
002470     MOVE 100 TO WS-DEF-MAX.
002480     PERFORM 1130-AGREGAR-NUMERO.
002481*
002482* ARCHIVOS_DIAS_LAB is read by no program since the working
002483* days come from calendario.txt; it stays known so existing
002484* parametros.txt files still load.
002485*
002490     MOVE 'ARCHIVOS_DIAS_LAB' TO WS-DEF-CLAVE.
002500     MOVE 1 TO WS-DEF-MIN.
002510     MOVE 31 TO WS-DEF-MAX.
002792     MOVE 1 TO WS-DEF-MIN.
002793     MOVE 999 TO WS-DEF-MAX.
002794     PERFORM 1130-AGREGAR-NUMERO.
002795     MOVE 'CONCILIA_ENVIADO' TO WS-DEF-CLAVE.
002796     PERFORM 1120-AGREGAR-TEXTO.
002797     MOVE 'CONCILIA_ACUSE' TO WS-DEF-CLAVE.
002798     PERFORM 1120-AGREGAR-TEXTO.
002799     MOVE 'FICHADA_JORNADA_HS' TO WS-DEF-CLAVE.
002800     MOVE 1 TO WS-DEF-MIN.
002801     MOVE 24 TO WS-DEF-MAX.
002802     PERFORM 1130-AGREGAR-NUMERO.
002803     MOVE 'ARCHIVOS_EXTRA_PCT' TO WS-DEF-CLAVE.
002804     MOVE 100 TO WS-DEF-MIN.
002805     MOVE 500 TO WS-DEF-MAX.
002806     PERFORM 1130-AGREGAR-NUMERO.
002807     MOVE 'ARCHIVOS_FERIADO_PCT' TO WS-DEF-CLAVE.
002808     MOVE 100 TO WS-DEF-MIN.
002809     MOVE 500 TO WS-DEF-MAX.
002810     PERFORM 1130-AGREGAR-NUMERO.
002811     MOVE 'LICENCIA_DIAS_ANUALES' TO WS-DEF-CLAVE.
002812     MOVE 1 TO WS-DEF-MIN.
002813     MOVE 60 TO WS-DEF-MAX.
002814     PERFORM 1130-AGREGAR-NUMERO.
002815     MOVE 'FINIQUITO_DIAS' TO WS-DEF-CLAVE.
002816     MOVE 1 TO WS-DEF-MIN.
002817     MOVE 366 TO WS-DEF-MAX.
002818     PERFORM 1130-AGREGAR-NUMERO.
002819     MOVE 'VARIACION_PCT' TO WS-DEF-CLAVE.
002820     MOVE 1 TO WS-DEF-MIN.
002821     MOVE 999 TO WS-DEF-MAX.
002822     PERFORM 1130-AGREGAR-NUMERO.
002823     MOVE 'VARIACION_IMPORTE' TO WS-DEF-CLAVE.
002824     MOVE ZERO TO WS-DEF-MIN.
002825     MOVE 9999999 TO WS-DEF-MAX.
002826     PERFORM 1130-AGREGAR-NUMERO.
002827     MOVE 'SUMA_SUELDO_PCT' TO WS-DEF-CLAVE.
002828     MOVE ZERO TO WS-DEF-MIN.
002829     MOVE 999 TO WS-DEF-MAX.
002830     PERFORM 1130-AGREGAR-NUMERO.
002831     MOVE 'SUMA_APROB_DIAS' TO WS-DEF-CLAVE.
002832     MOVE 1 TO WS-DEF-MIN.
002833     MOVE 366 TO WS-DEF-MAX.
002834     PERFORM 1130-AGREGAR-NUMERO.
002835     MOVE 'PRESUPUESTO_PERIODO' TO WS-DEF-CLAVE.
002836     MOVE ZERO TO WS-DEF-MIN.
002837     MOVE 999912 TO WS-DEF-MAX.
002838     PERFORM 1130-AGREGAR-NUMERO.
002839     MOVE 'AUDITORIA_PERIODO' TO WS-DEF-CLAVE.
002840     MOVE ZERO TO WS-DEF-MIN.
002841     MOVE 999912 TO WS-DEF-MAX.
002842     PERFORM 1130-AGREGAR-NUMERO.
002843     MOVE 'AUDITORIA_MAX_DIA' TO WS-DEF-CLAVE.
002844     MOVE 1 TO WS-DEF-MIN.
002845     MOVE 9999 TO WS-DEF-MAX.
002846     PERFORM 1130-AGREGAR-NUMERO.
002847     MOVE 'AUDITORIA_HORA_DESDE' TO WS-DEF-CLAVE.
002848     MOVE ZERO TO WS-DEF-MIN.
002849     MOVE 2400 TO WS-DEF-MAX.
002850     PERFORM 1130-AGREGAR-NUMERO.
002851     MOVE 'AUDITORIA_HORA_HASTA' TO WS-DEF-CLAVE.
002852     MOVE ZERO TO WS-DEF-MIN.
002853     MOVE 2400 TO WS-DEF-MAX.
002854     PERFORM 1130-AGREGAR-NUMERO.
002855     MOVE 'MUESTRA_DIRECTORIO' TO WS-DEF-CLAVE.
002856     PERFORM 1120-AGREGAR-TEXTO.
002857     MOVE 'MUESTRA_CLAVE' TO WS-DEF-CLAVE.
002858     MOVE ZERO TO WS-DEF-MIN.
002859     MOVE 9999999 TO WS-DEF-MAX.
002860     PERFORM 1130-AGREGAR-NUMERO.
002861     MOVE 'MUESTRA_SUELDO_PCT' TO WS-DEF-CLAVE.
002862     MOVE ZERO TO WS-DEF-MIN.
002863     MOVE 50 TO WS-DEF-MAX.
002864     PERFORM 1130-AGREGAR-NUMERO.
002865 1120-AGREGAR-TEXTO.
002866     add 1 to WS-DEF-CNT.
002867     MOVE WS-DEF-CLAVE TO WS-D-CLAVE(WS-DEF-CNT).
002868     MOVE 'T' TO WS-D-TIPO(WS-DEF-CNT).
002869     MOVE ZERO TO WS-D-MIN(WS-DEF-CNT).
002870     MOVE ZERO TO WS-D-MAX(WS-DEF-CNT).
002871 1130-AGREGAR-NUMERO.
002872     add 1 to WS-DEF-CNT.
002873     MOVE WS-DEF-CLAVE TO WS-D-CLAVE(WS-DEF-CNT).
002880     MOVE 'N' TO WS-D-TIPO(WS-DEF-CNT).
002890     MOVE WS-DEF-MIN TO WS-D-MIN(WS-DEF-CNT).
002900     MOVE WS-DEF-MAX TO WS-D-MAX(WS-DEF-CNT).
