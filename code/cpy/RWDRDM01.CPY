      ******************************************************************
      * CardDemo - Rewards Redemption Request Record
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
      * One record per redemption the rewards desk or website took,
      * read by CBRWD01.  RDM-REQUEST-ID is unique per request and
      * is the reference the vendor returns on the shipment.
      *
       01  RWD-REDEEM-RECORD.
           05  RDM-CARD-NUM                     PIC X(16).
           05  RDM-REQUEST-ID                   PIC X(16).
           05  RDM-REQ-DATE                     PIC 9(08).
           05  RDM-POINTS                       PIC 9(09).
           05  RDM-ITEM-CD                      PIC X(10).
           05  RDM-ITEM-DESC                    PIC X(30).
           05  FILLER                           PIC X(11).
