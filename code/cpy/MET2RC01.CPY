      ******************************************************************
      * CardDemo - Metro 2 Credit Bureau Records
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * The three 426-byte records of the Metro 2 character-format
      * file CBCRB01 builds for the credit bureaus at month end:
      * one header, one base segment per account reported, and one
      * trailer.  Layouts follow the Metro 2 positions; amounts are
      * whole dollars, zero-filled, and dates are MMDDYYYY.  Each
      * record opens with its four-byte record descriptor word.
      *
       01  M2-HEADER-RECORD.
           05  M2H-RDW                          PIC 9(04).
           05  M2H-RECORD-ID                    PIC X(06).
           05  M2H-CYCLE-NUM                    PIC X(02).
           05  M2H-INNOVIS-ID                   PIC X(10).
           05  M2H-EQUIFAX-ID                   PIC X(10).
           05  M2H-EXPERIAN-ID                  PIC X(05).
           05  M2H-TRANSUNION-ID                PIC X(10).
           05  M2H-ACTIVITY-DATE                PIC 9(08).
           05  M2H-DATE-CREATED                 PIC 9(08).
           05  M2H-PROGRAM-DATE                 PIC 9(08).
           05  M2H-PROGRAM-REV-DATE             PIC 9(08).
           05  M2H-REPORTER-NAME                PIC X(40).
           05  M2H-REPORTER-ADDR                PIC X(96).
           05  M2H-REPORTER-PHONE               PIC 9(10).
           05  M2H-VENDOR-NAME                  PIC X(40).
           05  M2H-VENDOR-VERSION               PIC X(05).
           05  M2H-PRBC-ID                      PIC X(10).
           05  FILLER                           PIC X(146).
      *
       01  M2-BASE-RECORD.
           05  M2B-RDW                          PIC 9(04).
           05  M2B-PROCESSING-IND               PIC X(01).
           05  M2B-TIME-STAMP.
               10  M2B-TS-DATE                  PIC 9(08).
               10  M2B-TS-TIME                  PIC 9(06).
           05  FILLER                           PIC X(01).
           05  M2B-IDENT-NUM                    PIC X(20).
           05  M2B-CYCLE-ID                     PIC X(02).
           05  M2B-ACCOUNT-NUM                  PIC X(30).
           05  M2B-PORTFOLIO-TYPE               PIC X(01).
           05  M2B-ACCOUNT-TYPE                 PIC X(02).
           05  M2B-DATE-OPENED                  PIC 9(08).
           05  M2B-CREDIT-LIMIT                 PIC 9(09).
           05  M2B-HIGHEST-CREDIT               PIC 9(09).
           05  M2B-TERMS-DURATION               PIC X(03).
           05  M2B-TERMS-FREQUENCY              PIC X(01).
           05  M2B-SCHED-PAY-AMT                PIC 9(09).
           05  M2B-ACTUAL-PAY-AMT               PIC 9(09).
           05  M2B-ACCOUNT-STATUS               PIC X(02).
           05  M2B-PAYMENT-RATING               PIC X(01).
           05  M2B-PAY-HISTORY                  PIC X(24).
           05  M2B-SPECIAL-COMMENT              PIC X(02).
           05  M2B-COMPLIANCE-CD                PIC X(02).
           05  M2B-CURRENT-BALANCE              PIC 9(09).
           05  M2B-AMT-PAST-DUE                 PIC 9(09).
           05  M2B-ORIG-CHGOFF-AMT              PIC 9(09).
           05  M2B-ACCOUNT-INFO-DATE            PIC 9(08).
           05  M2B-FIRST-DLQ-DATE               PIC 9(08).
           05  M2B-DATE-CLOSED                  PIC 9(08).
           05  M2B-LAST-PAY-DATE                PIC 9(08).
           05  M2B-INTEREST-TYPE                PIC X(01).
           05  FILLER                           PIC X(17).
           05  M2B-SURNAME                      PIC X(25).
           05  M2B-FIRST-NAME                   PIC X(20).
           05  M2B-MIDDLE-NAME                  PIC X(20).
           05  M2B-GENERATION-CD                PIC X(01).
           05  M2B-SSN                          PIC 9(09).
           05  M2B-BIRTH-DATE                   PIC 9(08).
           05  M2B-PHONE                        PIC 9(10).
           05  M2B-ECOA-CD                      PIC X(01).
           05  M2B-CONSUMER-INFO-IND            PIC X(02).
           05  M2B-COUNTRY-CD                   PIC X(02).
           05  M2B-ADDR-LINE-1                  PIC X(32).
           05  M2B-ADDR-LINE-2                  PIC X(32).
           05  M2B-CITY                         PIC X(20).
           05  M2B-STATE                        PIC X(02).
           05  M2B-POSTAL-CD                    PIC X(09).
           05  M2B-ADDR-IND                     PIC X(01).
           05  M2B-RESIDENCE-CD                 PIC X(01).
      *
       01  M2-TRAILER-RECORD.
           05  M2T-RDW                          PIC 9(04).
           05  M2T-RECORD-ID                    PIC X(07).
           05  M2T-TOTAL-BASE                   PIC 9(09).
           05  FILLER                           PIC X(09).
           05  M2T-STATUS-DF                    PIC 9(09).
           05  M2T-TOTAL-J1                     PIC 9(09).
           05  M2T-TOTAL-J2                     PIC 9(09).
           05  M2T-BLOCK-COUNT                  PIC 9(09).
           05  M2T-STATUS-DA                    PIC 9(09).
           05  M2T-STATUS-05                    PIC 9(09).
           05  M2T-STATUS-11                    PIC 9(09).
           05  M2T-STATUS-13                    PIC 9(09).
           05  M2T-STATUS-61                    PIC 9(09).
           05  M2T-STATUS-62                    PIC 9(09).
           05  M2T-STATUS-63                    PIC 9(09).
           05  M2T-STATUS-64                    PIC 9(09).
           05  M2T-STATUS-65                    PIC 9(09).
           05  M2T-STATUS-71                    PIC 9(09).
           05  M2T-STATUS-78                    PIC 9(09).
           05  M2T-STATUS-80                    PIC 9(09).
           05  M2T-STATUS-82                    PIC 9(09).
           05  M2T-STATUS-83                    PIC 9(09).
           05  M2T-STATUS-84                    PIC 9(09).
           05  M2T-STATUS-88                    PIC 9(09).
           05  M2T-STATUS-89                    PIC 9(09).
           05  M2T-STATUS-93                    PIC 9(09).
           05  M2T-STATUS-94                    PIC 9(09).
           05  M2T-STATUS-95                    PIC 9(09).
           05  M2T-STATUS-96                    PIC 9(09).
           05  M2T-STATUS-97                    PIC 9(09).
           05  M2T-TOTAL-ECOA-Z                 PIC 9(09).
           05  M2T-TOTAL-EMPLOYMENT             PIC 9(09).
           05  M2T-TOTAL-ORIG-CREDITOR          PIC 9(09).
           05  M2T-TOTAL-PURCHASED-SOLD         PIC 9(09).
           05  M2T-TOTAL-MORTGAGE               PIC 9(09).
           05  M2T-TOTAL-SPECIALIZED            PIC 9(09).
           05  M2T-TOTAL-CHANGE                 PIC 9(09).
           05  M2T-SSN-ALL                      PIC 9(09).
           05  M2T-SSN-BASE                     PIC 9(09).
           05  M2T-SSN-J1                       PIC 9(09).
           05  M2T-SSN-J2                       PIC 9(09).
           05  M2T-DOB-ALL                      PIC 9(09).
           05  M2T-DOB-BASE                     PIC 9(09).
           05  M2T-DOB-J1                       PIC 9(09).
           05  M2T-DOB-J2                       PIC 9(09).
           05  M2T-PHONE-ALL                    PIC 9(09).
           05  FILLER                           PIC X(19).
