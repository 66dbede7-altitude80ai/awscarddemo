      ******************************************************************
      * CardDemo - Posted Payment History Record
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
      * One record per payment CBPAY01 posted, keyed on card number
      * and payment reference, loaded nightly by CBRTN01 from the
      * PAYPST01 posted-payments file and the RCYPST recoveries file
      * so a return arriving days later can be matched to the
      * posting it unwinds; PHS-IS-RECOVERY marks a payment posted
      * against a charged-off card.  The posting is marked returned
      * with the date and return code the night the return is
      * processed, so a return can unwind a payment only once and a
      * card's returns can be counted.  PHS-RETURN-SEQ is the
      * return's place on that night's ACHRTN file, so a rerun of
      * the night knows the return it already unwound.
      *
       01  PAY-HISTORY-RECORD.
           05  PHS-KEY.
               10  PHS-CARD-NUM                 PIC X(16).
               10  PHS-PAY-REF                  PIC X(16).
           05  PHS-PAY-DATE                     PIC 9(08).
           05  PHS-PAY-AMT                      PIC S9(09)V99.
           05  PHS-SOURCE-CD                    PIC X(03).
           05  PHS-POST-DATE                    PIC 9(08).
           05  PHS-RETURN-STATUS                PIC X(01).
               88  PHS-IS-POSTED                VALUE 'P'.
               88  PHS-IS-RETURNED              VALUE 'R'.
           05  PHS-RETURN-DATE                  PIC 9(08).
           05  PHS-RETURN-CD                    PIC X(03).
           05  PHS-POSTING-TYPE                 PIC X(01).
               88  PHS-IS-PAYMENT               VALUE SPACE.
               88  PHS-IS-RECOVERY              VALUE 'R'.
           05  PHS-RETURN-SEQ                   PIC 9(09).
           05  FILLER                           PIC X(10).
