      ******************************************************************
      * CardDemo - Merchant Statement Request
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
      * One record per merchant statement the settlement desk asks
      * CBMYS01 for: the merchant, the tax year (zero for the year of
      * the business date) and who asked, which prints on the
      * statement heading.
      *
       01  MYS-REQUEST-RECORD.
           05  MYS-MERCHANT-ID                  PIC 9(09).
           05  MYS-TAX-YEAR                     PIC 9(04).
           05  MYS-REQUESTED-BY                 PIC X(08).
           05  FILLER                           PIC X(59).
