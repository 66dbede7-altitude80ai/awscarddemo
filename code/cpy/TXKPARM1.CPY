      ******************************************************************
      * CardDemo - 1099-K Filing Parameter Cards
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
      * Control cards read by CBTXK01, one per card type, each 80
      * bytes with the card type in column 1.  The C card carries
      * the filing controls: the tax year (zero for the year just
      * closed), the gross amount and transaction count a merchant
      * must both exceed to be reported (both zero reports every
      * merchant with activity, as a payment settlement entity
      * filing for payment card transactions must), the force flag
      * that cuts the file on a night that is not the first
      * processing day of the year, the test-file flag, the
      * transmitter control code and the filer and payment type
      * indicators.  The P card names the payer and its TIN, the A
      * card its address, and the T and E cards the contact the
      * IRS calls about the file.
      *
       01  TXK-PARM-RECORD.
           05  TXP-CARD-TYPE                    PIC X(01).
               88  TXP-IS-CONTROL               VALUE 'C'.
               88  TXP-IS-PAYER                 VALUE 'P'.
               88  TXP-IS-ADDRESS               VALUE 'A'.
               88  TXP-IS-CONTACT               VALUE 'T'.
               88  TXP-IS-EMAIL                 VALUE 'E'.
           05  TXP-CARD-DATA                    PIC X(79).
           05  TXP-CONTROL-DATA REDEFINES TXP-CARD-DATA.
               10  TXP-TAX-YEAR                 PIC 9(04).
               10  TXP-THRESHOLD-AMT            PIC 9(09)V99.
               10  TXP-THRESHOLD-COUNT          PIC 9(05).
               10  TXP-FORCE-RUN                PIC X(01).
                   88  TXP-FORCE-THIS-RUN       VALUE 'Y'.
               10  TXP-TEST-FILE                PIC X(01).
                   88  TXP-IS-TEST-FILE         VALUE 'T'.
               10  TXP-TCC                      PIC X(05).
               10  TXP-FILER-TYPE               PIC X(01).
               10  TXP-PAYMENT-TYPE             PIC X(01).
               10  FILLER                       PIC X(50).
           05  TXP-PAYER-DATA REDEFINES TXP-CARD-DATA.
               10  TXP-PAYER-TIN                PIC X(09).
               10  TXP-PAYER-NAME               PIC X(40).
               10  TXP-PAYER-PHONE              PIC X(15).
               10  FILLER                       PIC X(15).
           05  TXP-ADDRESS-DATA REDEFINES TXP-CARD-DATA.
               10  TXP-PAYER-ADDR               PIC X(40).
               10  TXP-PAYER-CITY               PIC X(28).
               10  TXP-PAYER-STATE              PIC X(02).
               10  TXP-PAYER-ZIP                PIC X(09).
           05  TXP-CONTACT-DATA REDEFINES TXP-CARD-DATA.
               10  TXP-CONTACT-NAME             PIC X(40).
               10  TXP-CONTACT-PHONE            PIC X(15).
               10  FILLER                       PIC X(24).
           05  TXP-EMAIL-DATA REDEFINES TXP-CARD-DATA.
               10  TXP-CONTACT-EMAIL            PIC X(50).
               10  FILLER                       PIC X(29).
