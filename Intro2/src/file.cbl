            05 WS-Audit-Country PIC X(32).
            05 WS-Audit-Sqlcode PIC S9(9) USAGE COMP.
       01 WS-Exist-Count PIC S9(9) USAGE COMP.
      * Before and after images of a committed change, written to the
      * SAMPLE.CITYEVENT outbox for CITYEVPB to publish to MQ
       01 Event-Work-Fields.
            05 WS-Channel            PIC X(8).
            05 WS-Change-Ts          PIC X(26).
            05 WS-Before-City        PIC X(32).
            05 WS-Before-Country     PIC X(32).
            05 WS-Before-Population  PIC S9(9) USAGE COMP.
            05 WS-Before-Region      PIC X(8).
            05 WS-After-City         PIC X(32).
            05 WS-After-Country      PIC X(32).
            05 WS-After-Population   PIC S9(9) USAGE COMP.
            05 WS-After-Region       PIC X(8).
            05 WS-Before-Pop-Ind     PIC S9(4) USAGE COMP.
            05 WS-Before-Rgn-Ind     PIC S9(4) USAGE COMP.
       01 Action-Work-Fields.
            05 WS-Action-Code PIC X(8).
            05 WS-Action-Opt  PIC X(12) OCCURS 3 TIMES.
            05 WS-Opt-Idx     PIC S9(4) USAGE COMP.
       01 Attribute-Work-Fields.
            05 WS-Population-Num  PIC S9(9) USAGE COMP.
                88 ISO-Override-Requested VALUE 'Y'.
            05 WS-ISO-On-List     PIC X(1)  VALUE 'N'.
                88 Country-On-ISO-List VALUE 'Y'.
            05 WS-ISO-Region      PIC X(8).
       01 Paging-Work-Fields.
            05 WS-Row-Limit     PIC S9(9) USAGE COMP.
            05 WS-Row-Offset    PIC S9(9) USAGE COMP.
                      OPEN C2
                    END-EXEC
                  When VAR-LEN of City > 0 also VAR-LEN of Country = 0
      * A former or alternate name held on SAMPLE.CITYALIAS (kept by
      * the CALS transaction) also finds its canonical row, so a
      * caller asking for Bombay gets the Mumbai row back.
                    EXEC SQL
                      DECLARE C3 CURSOR WITH RETURN WITH HOLD FOR
                        SELECT * FROM SAMPLE.CITYTABLE
                          WHERE CITY=:CITY
                             OR (CITY, COUNTRY) IN
                                (SELECT CITY, COUNTRY
                                   FROM SAMPLE.CITYALIAS
                                  WHERE ALIAS_CITY=:CITY)
                          ORDER BY CITY, COUNTRY
                          OFFSET :WS-Row-Offset ROWS
                          FETCH FIRST :WS-Row-Limit ROWS ONLY
                    EXEC SQL
                      DECLARE C4 CURSOR WITH RETURN WITH HOLD FOR
                        SELECT * FROM SAMPLE.CITYTABLE
                          WHERE (CITY=:CITY AND COUNTRY=:COUNTRY)
                             OR (CITY, COUNTRY) IN
                                (SELECT CITY, COUNTRY
                                   FROM SAMPLE.CITYALIAS
                                  WHERE ALIAS_CITY=:CITY
                                    AND ALIAS_COUNTRY=:COUNTRY)
                          ORDER BY CITY, COUNTRY
                          OFFSET :WS-Row-Offset ROWS
                          FETCH FIRST :WS-Row-Limit ROWS ONLY
                               'Population not numeric'
                          delimited by Size into VAR-TEXT of Response
                      When Other
                      If WS-Region-Set = 'N'
                        Perform Default-Region
                      End-If
                      Perform Start-City-Change
                      EXEC SQL
                        INSERT INTO SAMPLE.CITYTABLE
                          (CITY, COUNTRY, POPULATION, REGION)
                        to WS-Audit-Country
                      Move Sqlcode to WS-Audit-Sqlcode
                      Move 'INSERT' to WS-Audit-Action
                      If WS-Audit-Sqlcode = 0
                        Move WS-Audit-City to WS-After-City
                        Move WS-Audit-Country to WS-After-Country
                        Move WS-Population-Num to WS-After-Population
                        Move WS-Region-Text to WS-After-Region
                        Perform Write-City-Event
                      End-If
                      Perform Write-City-Audit
                      Move WS-Audit-Sqlcode to WS-Result-Sqlcode
                      If WS-Audit-Sqlcode = 0 then
                    String 'Delete unsuccessful: Country not specified'
                      delimited by Size into VAR-TEXT of Response
                  When Other
                    Perform Start-City-Change
                    EXEC SQL
                      SELECT CITY, COUNTRY, POPULATION, REGION
                        INTO :WS-Before-City, :WS-Before-Country,
                             :WS-Before-Population :WS-Before-Pop-Ind,
                             :WS-Before-Region :WS-Before-Rgn-Ind
                        FROM SAMPLE.CITYTABLE
                        WHERE CITY=:CITY AND COUNTRY=:COUNTRY
                    END-EXEC
                    Perform Fix-Before-Nulls
                    EXEC SQL
                      DELETE FROM SAMPLE.CITYTABLE
                        WHERE CITY=:CITY AND COUNTRY=:COUNTRY
                      to WS-Audit-Country
                    Move Sqlcode to WS-Audit-Sqlcode
                    Move 'DELETE' to WS-Audit-Action
                    If WS-Audit-Sqlcode = 0
                      Perform Write-City-Event
                    End-If
                    Perform Write-City-Audit
                    Move WS-Audit-Sqlcode to WS-Result-Sqlcode
                    If WS-Audit-Sqlcode = 0 then
                            delimited by Size
                            into VAR-TEXT of Response
                        When Other
                        Perform Start-City-Change
                        EXEC SQL
                          SELECT CITY, COUNTRY, POPULATION, REGION
                            INTO :WS-Before-City, :WS-Before-Country,
                                 :WS-Before-Population
                                   :WS-Before-Pop-Ind,
                                 :WS-Before-Region :WS-Before-Rgn-Ind
                            FROM SAMPLE.CITYTABLE
                            WHERE CITY = :WS-Old-City
                              AND COUNTRY = :WS-Old-Country
                        END-EXEC
                        Perform Fix-Before-Nulls
                        If WS-Region-Set = 'N'
                           and (WS-New-Country not = WS-Old-Country
                                or WS-Before-Region = Spaces)
                          Perform Default-Region
                        End-If
                        EXEC SQL
                          UPDATE SAMPLE.CITYTABLE
                            SET CITY = :WS-New-City,
                        Move WS-New-Country to WS-Audit-Country
                        Move Sqlcode to WS-Audit-Sqlcode
                        Move 'UPDATE' to WS-Audit-Action
                        If WS-Audit-Sqlcode = 0
                          Perform Set-Update-After-Image
                          Perform Write-City-Event
                        End-If
                        Perform Write-City-Audit
                        Move WS-Audit-Sqlcode to WS-Result-Sqlcode
                        If WS-Audit-Sqlcode = 0 then
            EXEC SQL
              INSERT INTO SAMPLE.CITYAUDIT
                (AUDIT_TS, ACTION_CD, CITY, COUNTRY, SQLCODE)
                VALUES (:WS-Change-Ts, :WS-Audit-Action,
                        :WS-Audit-City, :WS-Audit-Country,
                        :WS-Audit-Sqlcode)
            END-EXEC.

      * Opens an insert, update or delete: one timestamp is taken for
      * both the CITYAUDIT row and the change event, so CITYEVRP's
      * daily counts of the two agree to the microsecond, and a
      * savepoint is set so a change whose event cannot be recorded
      * is backed out on its own without disturbing the rest of the
      * caller's unit of work.
       Start-City-Change.
            Move Spaces to WS-Before-City WS-Before-Country
                           WS-Before-Region WS-After-City
                           WS-After-Country WS-After-Region
            Move 0 to WS-Before-Population WS-After-Population
            EXEC SQL
              SET :WS-Change-Ts = CURRENT TIMESTAMP
            END-EXEC
            EXEC SQL
              SAVEPOINT CITY_CHANGE ON ROLLBACK RETAIN CURSORS
            END-EXEC.

      * Pre-migration rows may hold a null population or region;
      * the event carries them as zero and spaces.
       Fix-Before-Nulls.
            If WS-Before-Pop-Ind < 0
              Move 0 to WS-Before-Population
            End-If
            If WS-Before-Rgn-Ind < 0
              Move Spaces to WS-Before-Region
            End-If.

      * An update leaves population and region alone when the caller
      * passed them empty, so the after image takes those from the
      * before image in that case.
       Set-Update-After-Image.
            Move WS-New-City to WS-After-City
            Move WS-New-Country to WS-After-Country
            If WS-Pop-Set = 'Y'
              Move WS-Population-Num to WS-After-Population
            Else
              Move WS-Before-Population to WS-After-Population
            End-If
            If WS-Region-Set = 'Y'
              Move WS-Region-Text to WS-After-Region
            Else
              Move WS-Before-Region to WS-After-Region
            End-If.

      * Records the change event in the SAMPLE.CITYEVENT outbox in the
      * caller's unit of work, so the event exists only if the change
      * itself commits; CITYEVPB later puts it to MQ and marks it
      * sent, so an MQ outage delays the event but never the change.
      * If the event cannot be written the change is rolled back to
      * the savepoint and reported as failed with the event Sqlcode,
      * rather than committing a change no subscriber will hear of.
       Write-City-Event.
            EXEC SQL
              INSERT INTO SAMPLE.CITYEVENT
                (EVENT_TS, ACTION_CD, CHANNEL,
                 BEFORE_CITY, BEFORE_COUNTRY,
                 BEFORE_POPULATION, BEFORE_REGION,
                 AFTER_CITY, AFTER_COUNTRY,
                 AFTER_POPULATION, AFTER_REGION, STATUS)
                VALUES (:WS-Change-Ts, :WS-Audit-Action, :WS-Channel,
                        :WS-Before-City, :WS-Before-Country,
                        :WS-Before-Population, :WS-Before-Region,
                        :WS-After-City, :WS-After-Country,
                        :WS-After-Population, :WS-After-Region, 'P')
            END-EXEC
            If Sqlcode not = 0
              Move Sqlcode to WS-Audit-Sqlcode
              EXEC SQL
                ROLLBACK TO SAVEPOINT CITY_CHANGE
              END-EXEC
            End-If.

      * Splits Action into a plain action code plus up to three
      * comma-delimited options (row-limit, starting-offset, an
      * output-format keyword such as JSON, and/or the NOISO keyword
      * that bypasses the ISO-3166 country check for disputed
      * territories), so the top-level Evaluate can still branch on a
      * bare code such as 'S' or 'SELECT'. A CH=name option names the
      * originating channel carried on the change event (CMNT, CAPR,
      * CITYMQS, CITYAPPL, CITYLOAD, CITYRLSE); the first one given
      * wins, and a caller that names none is recorded as DIRECT.
       Parse-Action.
            Move Spaces to WS-Action-Code
            Move 'DIRECT' to WS-Channel
            Move Spaces to WS-Action-Opt(1)
            Move Spaces to WS-Action-Opt(2)
            Move Spaces to WS-Action-Opt(3)
                  Move 'Y' to WS-Row-Limit-Set
                End-If
              Else
                Evaluate true
                  When WS-Action-Opt(WS-Opt-Idx) = 'NOISO'
                    Move 'Y' to WS-ISO-Override
                  When WS-Action-Opt(WS-Opt-Idx)(1:3) = 'CH='
                    If WS-Channel = 'DIRECT'
                      Move WS-Action-Opt(WS-Opt-Idx)(4:8) to WS-Channel
                    End-If
                  When Other
                    Move WS-Action-Opt(WS-Opt-Idx) to WS-Output-Format
                End-Evaluate
              End-If
            End-If.

              End-If
            End-If.

      * Supplies the region for a caller that left Region empty from
      * the country-to-region reference SAMPLE.CTRYREGION (kept by the
      * CRGN transaction), reached through the country's ISO code on
      * SAMPLE.ISOCOUNTRY. An insert always takes it; an update takes
      * it only when the row moves to another country or holds no
      * region yet, so an empty Region otherwise still means leave
      * the stored region alone. A country with no reference row, or
      * any lookup failure, leaves the region blank as before; the
      * nightly CITYRGCF run lists rows that disagree.
       Default-Region.
            Move Spaces to WS-ISO-Region
            EXEC SQL
              SELECT R.REGION INTO :WS-ISO-Region
                FROM SAMPLE.ISOCOUNTRY I, SAMPLE.CTRYREGION R
                WHERE I.COUNTRY_NAME = :WS-ISO-Country
                  AND R.COUNTRY_CODE = I.COUNTRY_CODE
                FETCH FIRST 1 ROW ONLY
            END-EXEC
            If Sqlcode = 0 and WS-ISO-Region not = Spaces
              Move WS-ISO-Region to WS-Region-Text
              Move 'Y' to WS-Region-Set
            End-If.

      * When the caller asked for JSON or CSV output (e.g. Action =
      * 'S,JSON'), replace the free-text Response sentence built above
      * with a structured status line instead, built from the action
