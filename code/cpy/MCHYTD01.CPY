      ******************************************************************
      * CardDemo - Merchant Year-To-Date Settlement Master
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
      * One record per merchant per tax year, keyed on tax year then
      * merchant ID, so a year's merchants read together in merchant
      * order.  CBMYT01 posts each night's CBSET01 settlement -- the
      * gross sales and their count, reversals and chargebacks netted
      * through the REVXTR01 linkage and the interchange fee -- and
      * the PO-PAY-AMT CBPOT01 released on the payout file into the
      * month of the business date.  The last settlement and payout
      * dates posted keep a rerun of the night from posting twice.
      * The year's months are what the 1099-K reports, gross by
      * month, and what the merchant statement prints.
      *
       01  MCH-YTD-RECORD.
           05  MYT-KEY.
               10  MYT-TAX-YEAR                 PIC 9(04).
               10  MYT-MERCHANT-ID              PIC 9(09).
           05  MYT-MERCHANT-NAME                PIC X(50).
           05  MYT-LAST-SET-DATE                PIC 9(08).
           05  MYT-LAST-PAY-DATE                PIC 9(08).
           05  MYT-MONTH                        OCCURS 12 TIMES.
               10  MYT-GROSS-COUNT              PIC 9(09).
               10  MYT-GROSS-AMT                PIC S9(11)V99.
               10  MYT-REVERSAL-COUNT           PIC 9(09).
               10  MYT-REVERSAL-AMT             PIC S9(11)V99.
               10  MYT-FEE-AMT                  PIC S9(09)V99.
               10  MYT-PAID-AMT                 PIC S9(11)V99.
           05  FILLER                           PIC X(20).
