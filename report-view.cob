       >>SOURCE FORMAT FREE
identification division.
program-id. report-view.
author. Mauricio Rodriguez.
date-written. 10/15/2026.
*> Report archive screen. Lists the report generations kept by
*> report-archive.cob in the REPORTCAT catalog (layout in
*> REPORT-CAT-REC), by report name and run date - either may be left
*> blank to list them all - with each run's time, pages, lines and
*> run-log status, newest last as they were kept. A listed
*> generation can be shown on the screen or reprinted: the reprint
*> copies the kept file to the REPRINT print file under a banner
*> line naming the report, the run it came from, and who reprinted
*> it when. The catalog and the kept files are read under the
*> REPORTS advisory lock (FILELOCK subprogram) so report-purge.cob
*> cannot remove a generation in the middle of a reprint. Any
*> signed-on operator (SIGNON subprogram) may use it.

environment division.
input-output section.
file-control.
    select REPORT-CAT-FILE assign to "REPORTCAT"
        organization is line sequential
        file status is WS-CATALOG-STATUS.
    select GENERATION-FILE assign to dynamic WS-GENERATION-NAME
        organization is line sequential
        file status is WS-GENERATION-STATUS.
    select REPRINT-FILE assign to "REPRINT"
        organization is line sequential
        file status is WS-REPRINT-STATUS.

data division.
file section.
fd  REPORT-CAT-FILE.
    copy "report-cat-rec.cpy".

fd  GENERATION-FILE.
01  GENERATION-LINE           pic x(256).

fd  REPRINT-FILE.
01  REPRINT-LINE              pic x(256).

working-storage section.
01 ws-opt                     pic 9(1) value 1.
   88 ws-opt-1 value 1.
   88 ws-opt-2 value 2.
   88 ws-opt-3 value 3.
   88 ws-opt-4 value 4.

01 WS-USER-ID                 pic x(08) value spaces.
01 WS-USER-ROLE               pic x(01) value space.
01 WS-SIGNON-RESULT           pic x(02) value spaces.
01 WS-CATALOG-STATUS          pic x(02) value spaces.
01 WS-GENERATION-STATUS       pic x(02) value spaces.
01 WS-REPRINT-STATUS          pic x(02) value spaces.
01 WS-EOF-FLAG                pic x(01) value "N".
   88 WS-EOF                  value "Y".

01 WS-LOCK-ACTION             pic x(01) value space.
01 WS-LOCK-NAME               pic x(12) value spaces.
01 WS-LOCK-RESULT             pic x(02) value spaces.

01 WS-FILTER-REPORT           pic x(12) value spaces.
01 WS-FILTER-DATE             pic x(08) value spaces.

*> The generations found by the last search, numbered for picking.
01 WS-MAX-FOUND               pic 9(03) value 200.
01 WS-FOUND-COUNT             pic 9(03) value 0.
01 WS-FOUND-OVERFLOW          pic 9(05) value 0.
01 WS-FOUND-TABLE.
   05 WS-FOUND-ENTRY occurs 200 times indexed by WS-FD-IDX.
      10 WS-FD-REPORT-NAME    pic x(12).
      10 WS-FD-RUN-TS         pic x(21).
      10 WS-FD-PAGE-COUNT     pic 9(05).
      10 WS-FD-LINE-COUNT     pic 9(07).
      10 WS-FD-RUN-STATUS     pic x(10).
      10 WS-FD-GEN-FILE-NAME  pic x(30).

01 WS-ENTRY-NUMBER            pic 9(03) value 0.
01 WS-PICK-NUMBER             pic 9(03) value 0.
01 WS-GENERATION-NAME         pic x(30) value spaces.
01 WS-LINES-COPIED            pic 9(07) value 0.
01 WS-NOW                     pic x(21) value spaces.

procedure division.

0000-MAIN.
    perform 0010-IDENTIFY-USER.
    perform 0100-MENU until ws-opt-4.
    stop run.

0010-IDENTIFY-USER.
    call "SIGNON" using WS-USER-ID, WS-USER-ROLE,
        WS-SIGNON-RESULT.
    if WS-SIGNON-RESULT not = "00"
        stop run
    end-if.

0100-MENU.
    display "1) Buscar reportes guardados"
    display "2) Ver un reporte en pantalla"
    display "3) Reimprimir un reporte"
    display "4) Salir"
    accept ws-opt
    evaluate true
        when ws-opt-1
            perform 0200-SEARCH-CATALOG
        when ws-opt-2
            perform 0400-SHOW-GENERATION
        when ws-opt-3
            perform 0500-REPRINT-GENERATION
        when ws-opt-4
            display "Saliendo..."
        when other
            display "Opcion invalida"
    end-evaluate.

*> ----------------------------------------------------------------
*> Search the catalog by report name and run date.
*> ----------------------------------------------------------------
0200-SEARCH-CATALOG.
    move spaces to WS-FILTER-REPORT.
    move spaces to WS-FILTER-DATE.
    display "Reporte (blanco = todos): " with no advancing.
    accept WS-FILTER-REPORT.
    move function upper-case(WS-FILTER-REPORT) to WS-FILTER-REPORT.
    display "Fecha de corrida aaaammdd (blanco = todas): "
        with no advancing.
    accept WS-FILTER-DATE.
    move 0 to WS-FOUND-COUNT.
    move 0 to WS-FOUND-OVERFLOW.
    perform 0800-TAKE-LOCK.
    if WS-LOCK-RESULT = "00"
        perform 0210-READ-CATALOG
        perform 0810-RELEASE-LOCK
        if WS-FOUND-COUNT = 0
            display "No hay reportes guardados con esos datos."
        else
            perform 0300-LIST-ONE-FOUND
                varying WS-ENTRY-NUMBER from 1 by 1
                until WS-ENTRY-NUMBER > WS-FOUND-COUNT
        end-if
        if WS-FOUND-OVERFLOW > 0
            display "AVISO: " WS-FOUND-OVERFLOW
                " reportes mas no se muestran - precise la busqueda."
        end-if
    end-if.

0210-READ-CATALOG.
    move "N" to WS-EOF-FLAG.
    open input REPORT-CAT-FILE.
    if WS-CATALOG-STATUS not = "00"
        display "No hay reportes guardados todavia."
    else
        read REPORT-CAT-FILE
            at end set WS-EOF to true
        end-read
        perform 0220-CHECK-ONE-ENTRY until WS-EOF
        close REPORT-CAT-FILE
    end-if.

0220-CHECK-ONE-ENTRY.
    if (WS-FILTER-REPORT = spaces
        or RPTCAT-REPORT-NAME = WS-FILTER-REPORT)
       and (WS-FILTER-DATE = spaces
        or RPTCAT-RUN-TS(1:8) = WS-FILTER-DATE)
        if WS-FOUND-COUNT < WS-MAX-FOUND
            add 1 to WS-FOUND-COUNT
            set WS-FD-IDX to WS-FOUND-COUNT
            move RPTCAT-REPORT-NAME to WS-FD-REPORT-NAME(WS-FD-IDX)
            move RPTCAT-RUN-TS to WS-FD-RUN-TS(WS-FD-IDX)
            move RPTCAT-PAGE-COUNT to WS-FD-PAGE-COUNT(WS-FD-IDX)
            move RPTCAT-LINE-COUNT to WS-FD-LINE-COUNT(WS-FD-IDX)
            move RPTCAT-RUN-STATUS to WS-FD-RUN-STATUS(WS-FD-IDX)
            move RPTCAT-GEN-FILE-NAME
                to WS-FD-GEN-FILE-NAME(WS-FD-IDX)
        else
            add 1 to WS-FOUND-OVERFLOW
        end-if
    end-if.
    read REPORT-CAT-FILE
        at end set WS-EOF to true
    end-read.

0300-LIST-ONE-FOUND.
    set WS-FD-IDX to WS-ENTRY-NUMBER.
    display WS-ENTRY-NUMBER ") " WS-FD-REPORT-NAME(WS-FD-IDX)
        " " WS-FD-RUN-TS(WS-FD-IDX)(1:8)
        " " WS-FD-RUN-TS(WS-FD-IDX)(9:2)
        ":" WS-FD-RUN-TS(WS-FD-IDX)(11:2)
        " PAG " WS-FD-PAGE-COUNT(WS-FD-IDX)
        " LIN " WS-FD-LINE-COUNT(WS-FD-IDX)
        " " WS-FD-RUN-STATUS(WS-FD-IDX).

0310-PICK-GENERATION.
    move 0 to WS-PICK-NUMBER.
    if WS-FOUND-COUNT = 0
        display "Primero busque los reportes (opcion 1)."
    else
        display "Numero de reporte de la ultima busqueda: "
            with no advancing
        accept WS-PICK-NUMBER
        if WS-PICK-NUMBER > WS-FOUND-COUNT
            display "Numero de reporte invalido."
            move 0 to WS-PICK-NUMBER
        end-if
        if WS-PICK-NUMBER > 0
            set WS-FD-IDX to WS-PICK-NUMBER
            move WS-FD-GEN-FILE-NAME(WS-FD-IDX) to WS-GENERATION-NAME
        end-if
    end-if.

*> ----------------------------------------------------------------
*> Show a kept generation on the screen.
*> ----------------------------------------------------------------
0400-SHOW-GENERATION.
    perform 0310-PICK-GENERATION.
    if WS-PICK-NUMBER > 0
        perform 0800-TAKE-LOCK
        if WS-LOCK-RESULT = "00"
            perform 0410-SHOW-LOCKED
            perform 0810-RELEASE-LOCK
        end-if
    end-if.

0410-SHOW-LOCKED.
    move "N" to WS-EOF-FLAG.
    open input GENERATION-FILE.
    if WS-GENERATION-STATUS not = "00"
        display "El reporte guardado ya no esta en disco."
    else
        read GENERATION-FILE
            at end set WS-EOF to true
        end-read
        perform 0420-SHOW-ONE-LINE until WS-EOF
        close GENERATION-FILE
    end-if.

0420-SHOW-ONE-LINE.
    display function trim(GENERATION-LINE trailing).
    read GENERATION-FILE
        at end set WS-EOF to true
    end-read.

*> ----------------------------------------------------------------
*> Reprint a kept generation to the REPRINT print file.
*> ----------------------------------------------------------------
0500-REPRINT-GENERATION.
    perform 0310-PICK-GENERATION.
    if WS-PICK-NUMBER > 0
        perform 0800-TAKE-LOCK
        if WS-LOCK-RESULT = "00"
            perform 0510-REPRINT-LOCKED
            perform 0810-RELEASE-LOCK
        end-if
    end-if.

0510-REPRINT-LOCKED.
    move "N" to WS-EOF-FLAG.
    move 0 to WS-LINES-COPIED.
    open input GENERATION-FILE.
    if WS-GENERATION-STATUS not = "00"
        display "El reporte guardado ya no esta en disco."
    else
        open output REPRINT-FILE
        move function current-date to WS-NOW
        move spaces to REPRINT-LINE
        string "*** REPRINT OF " WS-FD-REPORT-NAME(WS-FD-IDX)
            " RUN " WS-FD-RUN-TS(WS-FD-IDX)(1:8)
            " " WS-FD-RUN-TS(WS-FD-IDX)(9:2)
            ":" WS-FD-RUN-TS(WS-FD-IDX)(11:2)
            " - REPRINTED " WS-NOW(1:8)
            " " WS-NOW(9:2) ":" WS-NOW(11:2)
            " BY " WS-USER-ID " ***"
            delimited by size into REPRINT-LINE
        write REPRINT-LINE
        read GENERATION-FILE
            at end set WS-EOF to true
        end-read
        perform 0520-REPRINT-ONE-LINE until WS-EOF
        close GENERATION-FILE
        close REPRINT-FILE
        display "Reporte reimpreso en REPRINT: " WS-LINES-COPIED
            " lineas."
    end-if.

0520-REPRINT-ONE-LINE.
    move GENERATION-LINE to REPRINT-LINE.
    write REPRINT-LINE.
    add 1 to WS-LINES-COPIED.
    read GENERATION-FILE
        at end set WS-EOF to true
    end-read.

0800-TAKE-LOCK.
    move "L" to WS-LOCK-ACTION.
    move "REPORTS" to WS-LOCK-NAME.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.
    if WS-LOCK-RESULT not = "00"
        display "El archivo de reportes esta en uso - intente de"
            " nuevo."
    end-if.

0810-RELEASE-LOCK.
    move "U" to WS-LOCK-ACTION.
    call "FILELOCK" using WS-LOCK-ACTION, WS-LOCK-NAME,
        WS-LOCK-RESULT.

end program report-view.
