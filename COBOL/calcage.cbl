001890*                 DAYS so nobody misreads the unit.  A missing
001891*                 or overflowing calendar falls back to
001892*                 calendar-day aging with a warning.
001893* 15/10/2026 CAY  Each escalated reject is now followed by its
001894*                 source's description and upstream contact off
001895*                 the source master (DL100SRC, CALC.SRCMAST), so
001896*                 the line says who to call as well as which
001897*                 feed.  A missing master just leaves the
001898*                 contact off, with a warning.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CalcAge.
002760     SELECT CalendarFile ASSIGN TO "CALNDR"
002770         ORGANIZATION IS SEQUENTIAL
002780         FILE STATUS IS AGE-CAL-STATUS.
002783     SELECT SourceFile ASSIGN TO "SRCMAST"
002786         ORGANIZATION IS INDEXED
002789         ACCESS MODE IS DYNAMIC
002792         RECORD KEY IS SrcCode
002795         FILE STATUS IS AGE-SRCM-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  AuditFile
003230 FD  CalendarFile
003240     RECORDING MODE IS F.
003250     COPY DL100CAL.
003260 FD  SourceFile.
003270     COPY DL100SRC.
003300 WORKING-STORAGE SECTION.
003400*-----------------------------------------------------------------
003500* File status and loop switches.
003700 77  AGE-AUDIT-STATUS          PIC X(02) VALUE "00".
003710 77  AGE-PRMF-STATUS           PIC X(02) VALUE "00".
003720 77  AGE-CAL-STATUS            PIC X(02) VALUE "00".
003730 77  AGE-SRCM-STATUS           PIC X(02) VALUE "00".
003800 77  AGE-EOF-SW                PIC X(01) VALUE "N".
003900     88  AGE-END-OF-FILE       VALUE "Y".
003910 77  AGE-CAL-EOF-SW            PIC X(01) VALUE "N".
003945                 INDEXED BY AGE-CAL-IDX.
003946         10  AGE-C-DATE        PIC 9(08).
003947         10  AGE-C-WORK        PIC X(01).
003950*-----------------------------------------------------------------
003953* Source master, loaded once at start-up so an escalation can
003956* name the upstream contact.  Nine sources is the family-wide
003959* limit; a source not in the table just prints no contact.
003962*-----------------------------------------------------------------
003965 77  AGE-SRC-EOF-SW            PIC X(01) VALUE "N".
003968     88  AGE-SRC-EOF           VALUE "Y".
003971 77  AGE-SRC-MAX               PIC 9(02) COMP VALUE 9.
003974 77  AGE-SRC-COUNT             PIC 9(02) COMP VALUE ZERO.
003977 01  AGE-SRC-TABLE.
003980     05  AGE-SRC-ENTRY OCCURS 9 TIMES
003983                 INDEXED BY AGE-SRC-IDX.
003986         10  AGE-S-CODE        PIC X(02).
003989         10  AGE-S-DESC        PIC X(20).
003992         10  AGE-S-CONTACT     PIC X(27).
004000*-----------------------------------------------------------------
004100* Processing date and escalation threshold, from the EXEC PARM.
004200*-----------------------------------------------------------------
011100     END-IF
011200     MOVE AGE-RUN-DATE TO AGE-CD-DATE
011300     PERFORM ConvertDateToDayNumber
011302     MOVE AGE-CD-DAYNUM TO AGE-TODAY-DAYNUM
011304     PERFORM LoadCalendar
011306     PERFORM LoadSourceTable.
011308
011310*-----------------------------------------------------------------
011312* LoadSourceTable - the source master's codes, descriptions and
011314* contacts into the session table.  The contact is a courtesy
011316* on the report, so a master that is not there warns and the
011318* aging goes on without it.
011320*-----------------------------------------------------------------
011322 LoadSourceTable.
011324     OPEN INPUT SourceFile
011326     IF AGE-SRCM-STATUS NOT = "00"
011328         DISPLAY "CALCAGE: SOURCE MASTER NOT AVAILABLE "
011330             "- STATUS " AGE-SRCM-STATUS
011332             " - NO CONTACTS ON ESCALATIONS"
011334     ELSE
011336         MOVE LOW-VALUES TO SrcCode
011338         START SourceFile KEY >= SrcCode
011340             INVALID KEY
011342                 SET AGE-SRC-EOF TO TRUE
011344         END-START
011346         IF NOT AGE-SRC-EOF
011348             PERFORM ReadNextSource
011350         END-IF
011352         PERFORM StoreOneSource UNTIL AGE-SRC-EOF
011354         CLOSE SourceFile
011356     END-IF.
011358
011360 ReadNextSource.
011362     READ SourceFile NEXT
011364         AT END
011366             SET AGE-SRC-EOF TO TRUE
011368     END-READ.
011370
011372 StoreOneSource.
011374     IF AGE-SRC-COUNT >= AGE-SRC-MAX
011376         DISPLAY "CALCAGE: SOURCE MASTER HOLDS MORE THAN "
011378             AGE-SRC-MAX " SOURCES - REST HAVE NO CONTACT"
011380         SET AGE-SRC-EOF TO TRUE
011382     ELSE
011384         ADD 1 TO AGE-SRC-COUNT
011386         SET AGE-SRC-IDX TO AGE-SRC-COUNT
011388         MOVE SrcCode    TO AGE-S-CODE (AGE-SRC-IDX)
011390         MOVE SrcDesc    TO AGE-S-DESC (AGE-SRC-IDX)
011392         MOVE SrcContact TO AGE-S-CONTACT (AGE-SRC-IDX)
011394         PERFORM ReadNextSource
011396     END-IF.
011406
011407*-----------------------------------------------------------------
011408* LoadCalendar - reads the business-day calendar into the
015500                     " REASON " AuditReasonCode
015600                     " AGE " AGE-IN-DAYS
015700                     " " AGE-UNIT-TEXT " *** ESCALATED ***"
015710                 PERFORM ShowSourceContact
015800             ELSE
015900                 DISPLAY "OPEN " AuditRunDate
015950                     " SRC " AuditSource
016650                 " SRC " AuditSource
016700                 " REASON " AuditReasonCode
016800                 " AGE UNKNOWN *** ESCALATED ***"
016810             PERFORM ShowSourceContact
016900         END-IF
017000     END-IF
017100     PERFORM ReadAuditRecord.
017158         AND AGE-C-WORK (AGE-CAL-IDX) = "Y"
017160         ADD 1 TO AGE-IN-DAYS
017162     END-IF.
017164
017166*-----------------------------------------------------------------
017168* ShowSourceContact - under an escalated line, the source's
017170* description and who to call upstream, when the source is on
017172* the master.
017174*-----------------------------------------------------------------
017176 ShowSourceContact.
017178     SET AGE-SRC-IDX TO 1
017180     SEARCH AGE-SRC-ENTRY
017182         AT END
017184             CONTINUE
017186         WHEN AGE-SRC-IDX > AGE-SRC-COUNT
017188             CONTINUE
017190         WHEN AGE-S-CODE (AGE-SRC-IDX) = AuditSource
017192             DISPLAY "     " AGE-S-DESC (AGE-SRC-IDX)
017194                 " CALL " AGE-S-CONTACT (AGE-SRC-IDX)
017196     END-SEARCH.
017200
017300*-----------------------------------------------------------------
017400* ConvertDateToDayNumber - turns AGE-CD-DATE (yyyymmdd) into a
