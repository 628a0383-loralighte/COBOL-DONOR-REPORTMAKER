      *                  the master (DonorStatus, set through
      *                  DONORMAINT) are now suppressed from the label
      *                  run and counted, same as LETTERS.
      * 10/15/26 TMB      One label per household. Donors linked into a
      *                  household on Households.dat (see hhrec.cpy)
      *                  get a single label, printed at the member
      *                  whose address is the household's address of
      *                  record and addressed with the household
      *                  salutation; the other members are skipped and
      *                  counted. If that member cannot be mailed
      *                  (deceased, do-not-mail, no street, or no
      *                  longer in the household) the others get their
      *                  own labels as before. Households.dat is
      *                  optional - without it every donor gets a
      *                  label.
      * 10/15/26 TMB      Each label now starts with a keyline holding
      *                  the donor's IDNum (for a household label, the
      *                  address-of-record member's), which the mail
      *                  house returns on its NCOA move/correction
      *                  file so NCOAIMPORT can match each line back
      *                  to Customer.dat.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAILLABELS.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
           SELECT LabelFile ASSIGN TO "MailLabels.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HouseholdFile ASSIGN TO "Households.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HHID
           FILE STATUS IS WSHHStatus.
           SELECT SortWorkFile ASSIGN TO "SortWork.tmp".
       DATA DIVISION.
       FILE SECTION.
           COPY "custrec.cpy".
       FD LabelFile.
       01 PrintLine PIC X(99).
       FD HouseholdFile.
           COPY "hhrec.cpy".
       SD SortWorkFile.
           COPY "custrec.cpy" REPLACING CustomerData BY SortRecord.
       WORKING-STORAGE SECTION.
       01 WSLabelCount     PIC 9(05) VALUE ZERO.
       01 WSSkipCount      PIC 9(05) VALUE ZERO.
       01 WSSuppressCount  PIC 9(05) VALUE ZERO.
       01 WSHHSkipCount    PIC 9(05) VALUE ZERO.
       01 WSHHStatus       PIC X(02) VALUE '00'.
           88 WSHHFileOK     VALUE '00'.
       01 WSHHCtlSwitch    PIC X(01) VALUE 'N'.
           88 WSHHCtlOn      VALUE 'Y'.
       01 WSLabelMode      PIC X(01) VALUE 'D'.
           88 WSLabelDonor     VALUE 'D'.
           88 WSLabelHousehold VALUE 'H'.
           88 WSLabelCovered   VALUE 'S'.
       01 WSFNLen          PIC 99 VALUE ZERO.
       01 WSCityLen        PIC 99 VALUE ZERO.
       01 LabelKeyLine.
           02 FILLER       PIC X(01) VALUE '#'.
           02 PrintAdrID   PIC 9(5).
       01 LabelNameLine.
           02 PrintAdrName PIC X(40).
       01 LabelStreetLine.
           02 PrintAdrStreet PIC X(25).
       01 LabelCityLine.
       01 LabelSeparator   PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM ProbeCustomerFile
           PERFORM OpenHouseholdFile
           OPEN OUTPUT LabelFile
           SORT SortWorkFile
              ON ASCENDING KEY ZipCode OF SortRecord
              DISPLAY WSSuppressCount " LABEL(S) SUPPRESSED BY "
                 "DONOR STATUS."
           END-IF
           IF WSHHSkipCount > 0
              DISPLAY WSHHSkipCount " DONOR(S) COVERED BY A "
                 "HOUSEHOLD LABEL."
           END-IF
           IF WSHHCtlOn
              CLOSE HouseholdFile
           END-IF
           CLOSE LabelFile
           STOP RUN.

           END-IF
           CLOSE CustomerFile.

      * Households.dat is optional: without it every donor is
      * labelled on its own, as before households were kept.
        OpenHouseholdFile.
           OPEN INPUT HouseholdFile
           IF WSHHFileOK
              MOVE 'Y' TO WSHHCtlSwitch
           ELSE
              DISPLAY "NOTE: Households.dat NOT ON FILE - ONE LABEL "
                 "PER DONOR."
           END-IF.

      * The sort has released Customer.dat by now, so it is opened
      * again here to look up each household's address of record.
        PrintLabels.
           IF WSHHCtlOn
              OPEN INPUT CustomerFile
           END-IF
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN
           PERFORM PrintOneLabel UNTIL WSSortEOF
           IF WSHHCtlOn
              CLOSE CustomerFile
           END-IF.

        PrintOneLabel.
           MOVE 'D' TO WSLabelMode
           IF WSHHCtlOn AND NOT CustNoHousehold OF SortRecord
              PERFORM CheckHouseholdLabel
           END-IF
           IF WSLabelCovered
              ADD 1 TO WSHHSkipCount
           ELSE
              IF DonorStatus OF SortRecord = 'D' OR
                 DonorStatus OF SortRecord = 'N'
                 ADD 1 TO WSSuppressCount
              ELSE
                 IF Street OF SortRecord = SPACES
                    ADD 1 TO WSSkipCount
                 ELSE
                    PERFORM BuildLabelLines
                    WRITE PrintLine FROM LabelKeyLine AFTER
                       ADVANCING 1 LINES
                    WRITE PrintLine FROM LabelNameLine AFTER
                       ADVANCING 1 LINES
                    WRITE PrintLine FROM LabelStreetLine AFTER
                       ADVANCING 1 LINES
                    WRITE PrintLine FROM LabelCityLine AFTER
                       ADVANCING 1 LINES
                    WRITE PrintLine FROM LabelSeparator AFTER
                       ADVANCING 1 LINES
                    ADD 1 TO WSLabelCount
                 END-IF
              END-IF
           END-IF
           RETURN SortWorkFile
              AT END SET WSSortEOF TO TRUE
           END-RETURN.

      * A household member is labelled as the household when it is
      * the address of record, and is covered by that member's label
      * when the address-of-record member can be mailed.
        CheckHouseholdLabel.
           MOVE CustHouseholdID OF SortRecord TO HHID
           READ HouseholdFile
              KEY IS HHID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HHHeadID = IDNum OF SortRecord
                    SET WSLabelHousehold TO TRUE
                 ELSE
                    PERFORM CheckHeadMailable
                 END-IF
           END-READ.

        CheckHeadMailable.
           MOVE HHHeadID TO IDNum OF CustomerData
           READ CustomerFile
              KEY IS IDNum OF CustomerData
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CustHouseholdID OF CustomerData =
                       CustHouseholdID OF SortRecord
                    AND DonorStatus OF CustomerData NOT = 'D'
                    AND DonorStatus OF CustomerData NOT = 'N'
                    AND Street OF CustomerData NOT = SPACES
                    SET WSLabelCovered TO TRUE
                 END-IF
           END-READ.

        BuildLabelLines.
           MOVE 15 TO WSFNLen
           PERFORM TrimFirstNameLen UNTIL WSFNLen = 0
           IF WSFNLen = 0
              MOVE 1 TO WSFNLen
           END-IF
           MOVE IDNum OF SortRecord TO PrintAdrID
           MOVE SPACES TO PrintAdrName
           IF WSLabelHousehold
              MOVE HHSalutation TO PrintAdrName
           ELSE
              STRING FirstName OF SortRecord (1:WSFNLen) DELIMITED SIZE
                     " "                    DELIMITED SIZE
                     LastName OF SortRecord DELIMITED SIZE
                     INTO PrintAdrName
              END-STRING
           END-IF
           MOVE Street OF SortRecord TO PrintAdrStreet
           MOVE 20 TO WSCityLen
           PERFORM TrimCityLen UNTIL WSCityLen = 0
